      *                   full key and both record images - so a grade
      *                   dispute can be answered from the file. See
      *                   AUDIT-INQUIRY for the lookup report.
      *   2026-10-15  JC  The operator ID is now checked against the
      *                   OPERATOR.DAT authorization master before
      *                   STUDENT.DAT is opened: an ID not on file or
      *                   revoked, or one holding none of the grade
      *                   add/correct/delete permissions, is refused,
      *                   and each menu action is refused unless the
      *                   operator holds that action's permission.
      *                   Every refusal is logged to ACCESS-REFUSED.DAT
      *                   with the ID and what was attempted.
      *   2026-10-15  JC  A correction to a record whose school term
      *                   STUDENT-REPORT has already reported (report
      *                   step done on TERM-STATUS.DAT) no longer goes
      *                   into STUDENT.DAT. It is held as a pending
      *                   request on GRADE-CHANGE-REQ.DAT with the
      *                   before and after grade, a reason code and
      *                   the requesting operator, for the dean's
      *                   office to approve or deny in DEAN-APPROVAL.
      *                   A second correction to a record that already
      *                   has one pending is refused.
      *   2026-10-15  JC  OPERATOR.DAT layout brought into line with
      *                   MASTER-MAINT's (prerequisite override flag);
      *                   no change in logic.
      *   2026-10-15  JC  TERM-STATUS.DAT record extended with the
      *                   registrar transmitted and acknowledged steps
      *                   (flag and date each); no change in logic.
      *   2026-10-15  JC  An add or delete in a reported term is now
      *                   held for the dean the same way a correction
      *                   is - a delete followed by an add could
      *                   otherwise change a reported grade without
      *                   approval. The request carries an action code
      *                   (and the name, for an add) for DEAN-APPROVAL
      *                   to apply.

       ENVIRONMENT DIVISION.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "STUDENT-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPTIONAL TERMSTAT-FILE ASSIGN TO "TERM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMSTAT-FILE-STATUS.
           SELECT OPTIONAL CHGREQ-FILE ASSIGN TO "GRADE-CHANGE-REQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGREQ-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERFILE-STATUS.
           SELECT OPTIONAL REFUSAL-FILE ASSIGN TO "ACCESS-REFUSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  GRD-REC             PIC 9V99.
           05  TERM-REC            PIC X(5).

      * Alphanumeric view of the grade bytes, so an INC or blank
      * grade can be carried onto a change request as it stands.
       01  STUDENT-RECORD-ALT REDEFINES STUDENT-RECORD.
           05  FILLER              PIC X(37).
           05  GRD-ALPHA           PIC X(3).
           05  FILLER              PIC X(5).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATE            PIC X(8).
           05  AUD-BEFORE-IMAGE    PIC X(45).
           05  AUD-AFTER-IMAGE     PIC X(45).

       FD  TERMSTAT-FILE.
       01  TERM-STATUS-RECORD.
           05  TS-TERM             PIC X(5).
           05  TS-BATCH-DONE       PIC X.
           05  TS-BATCH-DATE       PIC X(8).
           05  TS-REPORT-DONE      PIC X.
           05  TS-REPORT-DATE      PIC X(8).
           05  TS-RECONCILE-OK     PIC X.
           05  TS-RECONCILE-DATE   PIC X(8).
           05  TS-ARCHIVE-DONE     PIC X.
           05  TS-ARCHIVE-DATE     PIC X(8).
           05  TS-TRANSMIT-DONE    PIC X.
           05  TS-TRANSMIT-DATE    PIC X(8).
           05  TS-ACK-DONE         PIC X.
           05  TS-ACK-DATE         PIC X(8).

      * Grade-change requests held for dean approval - one line per
      * post-report add, correction or delete, decided in DEAN-
      * APPROVAL. Status is P pending, A approved (applied), D denied,
      * E expired, W withdrawn by BATCH-BACKOUT; the notice date is
      * stamped once a denied or expired request has been reported
      * back to the requester. The action is A add, D delete or C
      * correct (blank on requests raised before adds and deletes were
      * held = correct); the name is carried for an add.
       FD  CHGREQ-FILE.
       01  CHANGE-REQUEST-RECORD.
           05  CRQ-REQ-DATE        PIC X(8).
           05  CRQ-REQ-TIME        PIC X(6).
           05  CRQ-REQUESTER       PIC X(8).
           05  CRQ-SOURCE          PIC X(13).
           05  CRQ-DEPT-CD         PIC X(3).
           05  CRQ-SNO             PIC X(3).
           05  CRQ-SUBJ            PIC X(6).
           05  CRQ-TERM            PIC X(5).
           05  CRQ-OLD-GRD         PIC X(3).
           05  CRQ-NEW-GRD         PIC 9V99.
           05  CRQ-REASON-CD       PIC X(2).
           05  CRQ-STATUS          PIC X.
               88  CRQ-PENDING                VALUE 'P'.
               88  CRQ-APPROVED               VALUE 'A'.
               88  CRQ-DENIED                 VALUE 'D'.
               88  CRQ-EXPIRED                VALUE 'E'.
               88  CRQ-WITHDRAWN              VALUE 'W'.
           05  CRQ-DECIDED-DATE    PIC X(8).
           05  CRQ-DECIDED-BY      PIC X(8).
           05  CRQ-DECISION-NOTE   PIC X(30).
           05  CRQ-NOTICE-DATE     PIC X(8).
           05  CRQ-ACTION          PIC X.
               88  CRQ-ACTION-ADD             VALUE 'A'.
               88  CRQ-ACTION-DELETE          VALUE 'D'.
               88  CRQ-ACTION-CORRECT         VALUE 'C' ' '.
           05  CRQ-SNAME           PIC X(25).

      * Operator authorization master, maintained through MASTER-MAINT:
      * the ID, name, ACTIVE/REVOKED, and one Y/N byte per file or
      * action the operator may touch. The FILLER after the flags is
      * room for permissions yet to come without reshaping the file.
      * OPR-DEAN-CD ties a dean's office approver to one dean's
      * departments (blank = any).
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

       01  STUDENT-FILE-STATUS     PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  OPERFILE-STATUS         PIC XX.
       01  REFUSAL-FILE-STATUS     PIC XX.
       01  TERMSTAT-FILE-STATUS    PIC XX.
       01  CHGREQ-FILE-STATUS      PIC XX.

      * Who is making this session's changes - written on every audit
      * record so a disputed grade can be traced to its operator.
       01  RECORD-FOUND-SW         PIC X VALUE 'N'.
       01  GRADE-VALID-SW          PIC X VALUE 'N'.

      * The signed-on operator's OPERATOR.DAT entry, held for the
      * per-action permission checks, and the refusal being logged.
       01  OPER-EOF-FLAG           PIC X VALUE 'N'.
       01  OPERATOR-FOUND-SW       PIC X VALUE 'N'.
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

       01  ACTION-CODE             PIC X VALUE SPACE.
           88  ACTION-ADD                     VALUE 'A' 'a'.
           88  ACTION-CORRECT                 VALUE 'C' 'c'.
       01  NEW-TERM                 PIC X(5).
       01  CURR-GRD-OUT             PIC Z.99.

      * Post-report hold: whether the record's term has been reported,
      * whether a change for the key is already awaiting the dean, and
      * the reason the operator gives for the held change. The request
      * carries what it asks for (add, correct or delete) and the term
      * and grade on file it was raised against.
       01  REQ-ACTION-HOLD          PIC X.
       01  REQ-TERM-HOLD            PIC X(5).
       01  REQ-OLD-GRD-HOLD         PIC X(3).
       01  TERMSTAT-EOF-FLAG        PIC X VALUE 'N'.
       01  TERM-REPORTED-SW         PIC X VALUE 'N'.
       01  CHGREQ-EOF-FLAG          PIC X VALUE 'N'.
       01  PENDING-FOUND-SW         PIC X VALUE 'N'.
       01  CHANGE-REASON-CD         PIC X(2) VALUE SPACES.
           88  CHANGE-REASON-VALID            VALUE "CE" "EE" "IC"
                                                    "RX" "OT".

      * GnuCOBOL's ACCEPT does not reliably honor a typed decimal point
      * when ACCEPTing straight into a PIC 9V99 item, so the operator's
      * grade is ACCEPTed as text here and parsed explicitly below.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-OPERATOR-ID
           PERFORM VERIFY-OPERATOR
           OPEN I-O STUDENT-FILE
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT-MAINT: CANNOT OPEN STUDENT.DAT - "
               ACCEPT OPERATOR-ID
           END-PERFORM.

      * An ID not on OPERATOR.DAT, revoked, or holding none of the
      * grade permissions is turned away before STUDENT.DAT is opened,
      * and the attempt goes on ACCESS-REFUSED.DAT.
       VERIFY-OPERATOR.
           MOVE SPACES TO REFUSAL-REASON
           PERFORM LOOKUP-OPERATOR
           IF OPERATOR-FOUND-SW = 'N'
               MOVE "NOT ON OPERATOR.DAT" TO REFUSAL-REASON
           ELSE
               IF AUTH-STATUS NOT = "ACTIVE"
                   MOVE "OPERATOR REVOKED" TO REFUSAL-REASON
               ELSE
                   IF AUTH-GRADE-ADD NOT = 'Y'
                       AND AUTH-GRADE-CORRECT NOT = 'Y'
                       AND AUTH-GRADE-DELETE NOT = 'Y'
                       MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
                   END-IF
               END-IF
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               MOVE "SIGN-ON" TO REFUSAL-ATTEMPT
               PERFORM LOG-REFUSAL
               DISPLAY "STUDENT-MAINT: OPERATOR " OPERATOR-ID
                   " REFUSED - " REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SW
           MOVE 'N' TO OPER-EOF-FLAG
           OPEN INPUT OPER-FILE
           IF OPERFILE-STATUS NOT = "00"
               DISPLAY "STUDENT-MAINT: CANNOT OPEN OPERATOR.DAT - "
                   "FILE STATUS " OPERFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OPER-EOF-FLAG = 'Y'
                   OR OPERATOR-FOUND-SW = 'Y'
               READ OPER-FILE
                   AT END
                       MOVE 'Y' TO OPER-EOF-FLAG
                   NOT AT END
                       IF OPR-ID = OPERATOR-ID
                           MOVE OPERATOR-RECORD TO AUTH-OPERATOR-ENTRY
                           MOVE 'Y' TO OPERATOR-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE.

      * A menu action the operator does not hold is refused and
      * logged; the session itself carries on.
       REFUSE-ACTION.
           MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
           PERFORM LOG-REFUSAL
           DISPLAY "Operator " OPERATOR-ID " is not authorized for "
               REFUSAL-ATTEMPT.

       LOG-REFUSAL.
           OPEN EXTEND REFUSAL-FILE
           IF REFUSAL-FILE-STATUS NOT = "00"
               AND REFUSAL-FILE-STATUS NOT = "05"
               DISPLAY "STUDENT-MAINT: CANNOT OPEN ACCESS-REFUSED.DAT "
                   "- FILE STATUS " REFUSAL-FILE-STATUS
           ELSE
               ACCEPT RFL-DATE FROM DATE YYYYMMDD
               ACCEPT RFL-TIME FROM TIME
               MOVE OPERATOR-ID TO RFL-OPERATOR
               MOVE "STUDENT-MAINT" TO RFL-PROGRAM
               MOVE REFUSAL-ATTEMPT TO RFL-ATTEMPT
               MOVE REFUSAL-REASON TO RFL-REASON
               WRITE REFUSAL-RECORD
               CLOSE REFUSAL-FILE
           END-IF.

       MENU-LOOP.
           PERFORM DISPLAY-MENU
           ACCEPT ACTION-CODE
           EVALUATE TRUE
               WHEN ACTION-ADD
                   IF AUTH-GRADE-ADD = 'Y'
                       PERFORM ADD-RECORD
                   ELSE
                       MOVE "GRADE ADD" TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN ACTION-CORRECT
                   IF AUTH-GRADE-CORRECT = 'Y'
                       PERFORM CORRECT-RECORD
                   ELSE
                       MOVE "GRADE CORRECT" TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN ACTION-DELETE
                   IF AUTH-GRADE-DELETE = 'Y'
                       PERFORM DELETE-RECORD
                   ELSE
                       MOVE "GRADE DELETE" TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN ACTION-EXIT
                   CONTINUE
               WHEN OTHER
               ACCEPT NEW-SNAME
               DISPLAY "Enter school term: " WITH NO ADVANCING
               ACCEPT NEW-TERM
               MOVE NEW-TERM TO REQ-TERM-HOLD
               PERFORM CHECK-TERM-REPORTED
               IF TERM-REPORTED-SW = 'Y'
                   PERFORM HOLD-ADD
               ELSE
                   PERFORM ACCEPT-NEW-GRADE
                   MOVE KEY-DEPT-CD TO DEPT-CD-REC
                   MOVE KEY-SNO TO SNO-REC
                   MOVE KEY-SUBJ TO SUBJ-REC
                   MOVE NEW-SNAME TO SNAME-REC
                   MOVE NEW-GRD TO GRD-REC
                   MOVE NEW-TERM TO TERM-REC
                   WRITE STUDENT-RECORD
                   IF STUDENT-FILE-STATUS = "00"
                       MOVE SPACES TO BEFORE-IMAGE-HOLD
                       MOVE STUDENT-RECORD TO AFTER-IMAGE-HOLD
                       MOVE 'A' TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "Record added."
                   ELSE
                       DISPLAY "Add failed - file status "
                           STUDENT-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

               MOVE GRD-REC TO CURR-GRD-OUT
               DISPLAY "Current grade: " CURR-GRD-OUT
               MOVE STUDENT-RECORD TO BEFORE-IMAGE-HOLD
               MOVE TERM-REC TO REQ-TERM-HOLD
               PERFORM CHECK-TERM-REPORTED
               IF TERM-REPORTED-SW = 'Y'
                   PERFORM HOLD-CORRECTION
               ELSE
                   PERFORM ACCEPT-NEW-GRADE
                   MOVE NEW-GRD TO GRD-REC
                   REWRITE STUDENT-RECORD
                   IF STUDENT-FILE-STATUS = "00"
                       MOVE STUDENT-RECORD TO AFTER-IMAGE-HOLD
                       MOVE 'C' TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "Record corrected."
                   ELSE
                       DISPLAY "Correct failed - file status "
                           STUDENT-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

      * Once STUDENT-REPORT has reported the term, a grade change is
      * only a request: it is queued for the dean's office with the
      * grade as it stands, the grade asked for and a reason code, and
      * STUDENT.DAT is left alone until DEAN-APPROVAL approves it.
       HOLD-CORRECTION.
           DISPLAY "Term " REQ-TERM-HOLD " has been reported - the "
               "correction will be held for dean approval."
           PERFORM FIND-PENDING-REQUEST
           IF PENDING-FOUND-SW = 'Y'
               DISPLAY "A change to this record is already awaiting "
                   "dean approval - correction refused."
           ELSE
               PERFORM ACCEPT-NEW-GRADE
               PERFORM ACCEPT-CHANGE-REASON
               MOVE 'C' TO REQ-ACTION-HOLD
               MOVE GRD-ALPHA TO REQ-OLD-GRD-HOLD
               PERFORM WRITE-CHANGE-REQUEST
           END-IF.

      * An add or delete in a reported term is held the same way - a
      * delete followed by an add would otherwise change a reported
      * grade without the dean.
       HOLD-ADD.
           DISPLAY "Term " REQ-TERM-HOLD " has been reported - the "
               "add will be held for dean approval."
           PERFORM FIND-PENDING-REQUEST
           IF PENDING-FOUND-SW = 'Y'
               DISPLAY "A change to this record is already awaiting "
                   "dean approval - add refused."
           ELSE
               PERFORM ACCEPT-NEW-GRADE
               PERFORM ACCEPT-CHANGE-REASON
               MOVE 'A' TO REQ-ACTION-HOLD
               MOVE SPACES TO REQ-OLD-GRD-HOLD
               PERFORM WRITE-CHANGE-REQUEST
           END-IF.

       HOLD-DELETE.
           DISPLAY "Term " REQ-TERM-HOLD " has been reported - the "
               "delete will be held for dean approval."
           PERFORM FIND-PENDING-REQUEST
           IF PENDING-FOUND-SW = 'Y'
               DISPLAY "A change to this record is already awaiting "
                   "dean approval - delete refused."
           ELSE
               PERFORM ACCEPT-CHANGE-REASON
               MOVE 'D' TO REQ-ACTION-HOLD
               MOVE GRD-ALPHA TO REQ-OLD-GRD-HOLD
               MOVE 0 TO NEW-GRD
               PERFORM WRITE-CHANGE-REQUEST
           END-IF.

       ACCEPT-CHANGE-REASON.
           MOVE SPACES TO CHANGE-REASON-CD
           PERFORM UNTIL CHANGE-REASON-VALID
               DISPLAY "Reason code - CE computation error, EE "
                   "encoding error,"
               DISPLAY "  IC INC completed, RX re-exam, OT other: "
                   WITH NO ADVANCING
               ACCEPT CHANGE-REASON-CD
               INSPECT CHANGE-REASON-CD
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM.

       CHECK-TERM-REPORTED.
           MOVE 'N' TO TERM-REPORTED-SW
           MOVE 'N' TO TERMSTAT-EOF-FLAG
           OPEN INPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
               AND TERMSTAT-FILE-STATUS NOT = "05"
               DISPLAY "STUDENT-MAINT: CANNOT OPEN TERM-STATUS.DAT - "
                   "FILE STATUS " TERMSTAT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL TERMSTAT-EOF-FLAG = 'Y'
               READ TERMSTAT-FILE
                   AT END
                       MOVE 'Y' TO TERMSTAT-EOF-FLAG
                   NOT AT END
                       IF TS-TERM = REQ-TERM-HOLD
                           AND TS-REPORT-DONE = 'Y'
                           MOVE 'Y' TO TERM-REPORTED-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMSTAT-FILE.

       FIND-PENDING-REQUEST.
           MOVE 'N' TO PENDING-FOUND-SW
           MOVE 'N' TO CHGREQ-EOF-FLAG
           OPEN INPUT CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               AND CHGREQ-FILE-STATUS NOT = "05"
               DISPLAY "STUDENT-MAINT: CANNOT OPEN "
                   "GRADE-CHANGE-REQ.DAT - FILE STATUS "
                   CHGREQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CHGREQ-EOF-FLAG = 'Y'
                   OR PENDING-FOUND-SW = 'Y'
               READ CHGREQ-FILE
                   AT END
                       MOVE 'Y' TO CHGREQ-EOF-FLAG
                   NOT AT END
                       IF CRQ-PENDING
                           AND CRQ-DEPT-CD = KEY-DEPT-CD
                           AND CRQ-SNO = KEY-SNO
                           AND CRQ-SUBJ = KEY-SUBJ
                           MOVE 'Y' TO PENDING-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHGREQ-FILE.

       WRITE-CHANGE-REQUEST.
           OPEN EXTEND CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               AND CHGREQ-FILE-STATUS NOT = "05"
               DISPLAY "STUDENT-MAINT: CANNOT OPEN "
                   "GRADE-CHANGE-REQ.DAT - FILE STATUS "
                   CHGREQ-FILE-STATUS
               DISPLAY "Request not held - nothing was changed."
           ELSE
               MOVE SPACES TO CHANGE-REQUEST-RECORD
               ACCEPT CRQ-REQ-DATE FROM DATE YYYYMMDD
               ACCEPT CRQ-REQ-TIME FROM TIME
               MOVE OPERATOR-ID TO CRQ-REQUESTER
               MOVE "STUDENT-MAINT" TO CRQ-SOURCE
               MOVE KEY-DEPT-CD TO CRQ-DEPT-CD
               MOVE KEY-SNO TO CRQ-SNO
               MOVE KEY-SUBJ TO CRQ-SUBJ
               MOVE REQ-TERM-HOLD TO CRQ-TERM
               MOVE REQ-OLD-GRD-HOLD TO CRQ-OLD-GRD
               MOVE NEW-GRD TO CRQ-NEW-GRD
               MOVE CHANGE-REASON-CD TO CRQ-REASON-CD
               MOVE 'P' TO CRQ-STATUS
               MOVE REQ-ACTION-HOLD TO CRQ-ACTION
               IF CRQ-ACTION-ADD
                   MOVE NEW-SNAME TO CRQ-SNAME
               END-IF
               WRITE CHANGE-REQUEST-RECORD
               CLOSE CHGREQ-FILE
               DISPLAY "Request held for dean approval."
           END-IF.

       DELETE-RECORD.
               DISPLAY "No record found for that key."
           ELSE
               MOVE STUDENT-RECORD TO BEFORE-IMAGE-HOLD
               MOVE TERM-REC TO REQ-TERM-HOLD
               PERFORM CHECK-TERM-REPORTED
               IF TERM-REPORTED-SW = 'Y'
                   PERFORM HOLD-DELETE
               ELSE
                   DELETE STUDENT-FILE RECORD
                   IF STUDENT-FILE-STATUS = "00"
                       MOVE SPACES TO AFTER-IMAGE-HOLD
                       MOVE 'D' TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "Record deleted."
                   ELSE
                       DISPLAY "Delete failed - file status "
                           STUDENT-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

