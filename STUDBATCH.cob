      *                   same day instead of the bad record sitting
      *                   in STUDENT.DAT until STUDENT-REPORT rejects
      *                   it at term end.
      *   2026-10-15  JC  The operator ID is now checked against the
      *                   OPERATOR.DAT authorization master before any
      *                   file is opened: an ID not on file or revoked,
      *                   or holding none of the grade add/correct/
      *                   delete permissions, refuses the whole run
      *                   (return code 8). A transaction whose action
      *                   the operator does not hold is rejected on
      *                   STUDENT-TRANS-LIST.TXT as OPERATOR NOT
      *                   AUTHORIZED. Every refusal is logged to
      *                   ACCESS-REFUSED.DAT with the ID and what was
      *                   attempted.
      *   2026-10-15  JC  A correction to a record whose school term
      *                   STUDENT-REPORT has already reported (report
      *                   step done on TERM-STATUS.DAT) is no longer
      *                   applied. It is held as a pending request on
      *                   GRADE-CHANGE-REQ.DAT for the dean's office
      *                   (see DEAN-APPROVAL) and listed as HELD. Such
      *                   a correction must carry a reason code in the
      *                   new last column of STUDENT-TRANS.DAT, and is
      *                   rejected if a change to the same record is
      *                   already pending.
      *   2026-10-15  JC  An add is now checked against the new
      *                   PREREQUISITE.DAT: every prerequisite of the
      *                   subject must have been passed, at or better
      *                   than its minimum grade, in some attempt on
      *                   GRADE-HISTORY.DAT, else the add is rejected
      *                   naming the unmet prerequisite. A registrar's
      *                   override on PREREQ-OVERRIDE.DAT for that
      *                   student, subject and prerequisite lets the
      *                   add through; each such add is logged to
      *                   PREREQ-OVERRIDE-LOG.DAT and flagged on the
      *                   listing.
      *   2026-10-15  JC  An add whose school term is not on the new
      *                   TERM-CALENDAR.DAT master is rejected as TERM
      *                   NOT ON CALENDAR, so a mistyped term can no
      *                   longer reach STUDENT.DAT.
      *   2026-10-15  JC  TERM-STATUS.DAT record extended with the
      *                   registrar transmitted and acknowledged steps
      *                   (flag and date each); no change in logic.
      *   2026-10-15  JC  Adds and deletes against a reported term are
      *                   now held for the dean the same way
      *                   corrections are - a delete followed by an add
      *                   could otherwise change a reported grade
      *                   without approval. The request carries an
      *                   action code (and the name, for an add) for
      *                   DEAN-APPROVAL to apply. An add relying on
      *                   more than one prerequisite override is
      *                   listed with the count of overrides instead
      *                   of only the last one.

       ENVIRONMENT DIVISION.

           SELECT STMAST-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMAST-FILE-STATUS.
           SELECT OPTIONAL CHGREQ-FILE ASSIGN TO "GRADE-CHANGE-REQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGREQ-FILE-STATUS.
           SELECT OPTIONAL PREREQ-FILE ASSIGN TO "PREREQUISITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-FILE-STATUS.
           SELECT OPTIONAL PREREQ-OVR-FILE
               ASSIGN TO "PREREQ-OVERRIDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-OVR-STATUS.
           SELECT OPTIONAL PREREQ-LOG-FILE
               ASSIGN TO "PREREQ-OVERRIDE-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-LOG-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "GRADE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTFILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERFILE-STATUS.
           SELECT OPTIONAL REFUSAL-FILE ASSIGN TO "ACCESS-REFUSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TRN-SNAME           PIC X(25).
           05  TRN-GRD-TEXT        PIC X(6).
           05  TRN-TERM            PIC X(5).
      * Why the grade is being changed - needed only for an add,
      * correction or delete that must wait for the dean (CE, EE, IC,
      * RX or OT).
           05  TRN-REASON-CD       PIC X(2).
               88  TRN-REASON-VALID           VALUE "CE" "EE" "IC"
                                                    "RX" "OT".

       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05  GRD-REC             PIC 9V99.
           05  TERM-REC            PIC X(5).

      * Alphanumeric view of the grade bytes, so an INC or blank
      * grade can be carried onto a change request as it stands.
       01  STUDENT-RECORD-ALT REDEFINES STUDENT-RECORD.
           05  FILLER              PIC X(37).
           05  GRD-ALPHA           PIC X(3).
           05  FILLER              PIC X(5).

       FD  LIST-FILE.
       01  LIST-FILE-LINE          PIC X(100).

           05  TS-RECONCILE-DATE   PIC X(8).
           05  TS-ARCHIVE-DONE     PIC X.
           05  TS-ARCHIVE-DATE     PIC X(8).
           05  TS-TRANSMIT-DONE    PIC X.
           05  TS-TRANSMIT-DATE    PIC X(8).
           05  TS-ACK-DONE         PIC X.
           05  TS-ACK-DATE         PIC X(8).

       FD  DEPT-FILE.
       01  DEPARTMENT-RECORD.
           05  STMAST-HOME-DEPT    PIC X(3).
           05  STMAST-STATUS       PIC X(9).

      * Grade-change requests held for dean approval - same layout
      * STUDENT-MAINT writes and DEAN-APPROVAL decides. The action
      * says whether the request corrects, adds or deletes the record
      * (blank on requests raised before adds and deletes were held =
      * correct); the name is carried for an add.
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

      * Term calendar master - the official term chronology.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-TERM            PIC X(5).
           05  CAL-SEQ             PIC 9(3).
           05  CAL-START-DATE      PIC X(8).
           05  CAL-END-DATE        PIC X(8).
           05  CAL-GRADE-DEADLINE  PIC X(8).
           05  CAL-INC-DEADLINE    PIC X(8).

      * Prerequisite master and registrar overrides - same layouts
      * MASTER-MAINT maintains.
       FD  PREREQ-FILE.
       01  PREREQUISITE-RECORD.
           05  PRQ-SUBJ-CD         PIC X(6).
           05  PRQ-REQ-SUBJ-CD     PIC X(6).
           05  PRQ-MIN-GRD         PIC 9V99.

       FD  PREREQ-OVR-FILE.
       01  PREREQ-OVERRIDE-RECORD.
           05  POV-SNO             PIC X(3).
           05  POV-SUBJ-CD         PIC X(6).
           05  POV-REQ-SUBJ-CD     PIC X(6).
           05  POV-GRANTED-BY      PIC X(8).
           05  POV-GRANTED-DATE    PIC X(8).

      * One cumulative line per add an override let through: who ran
      * it, the grade line added, the prerequisite waived and who
      * waived it.
       FD  PREREQ-LOG-FILE.
       01  PREREQ-LOG-RECORD.
           05  PLG-DATE            PIC X(8).
           05  PLG-TIME            PIC X(6).
           05  PLG-OPERATOR        PIC X(8).
           05  PLG-PROGRAM         PIC X(13).
           05  PLG-DEPT-CD         PIC X(3).
           05  PLG-SNO             PIC X(3).
           05  PLG-SUBJ            PIC X(6).
           05  PLG-TERM            PIC X(5).
           05  PLG-REQ-SUBJ-CD     PIC X(6).
           05  PLG-GRANTED-BY      PIC X(8).
           05  PLG-GRANTED-DATE    PIC X(8).

       FD  HIST-FILE.
       01  HISTORY-RECORD.
           05  HIST-DEPT-CD        PIC X(3).
           05  HIST-SNO            PIC X(3).
           05  HIST-SUBJ           PIC X(6).
           05  HIST-SNAME          PIC X(25).
           05  HIST-GRD            PIC 9V99.
           05  HIST-TERM           PIC X(5).

      * Operator authorization master - same layout STUDENT-MAINT
      * reads.
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

       FD  REFUSAL-FILE.
       01  REFUSAL-RECORD.
           05  RFL-DATE            PIC X(8).
           05  RFL-TIME            PIC X(6).
           05  RFL-OPERATOR        PIC X(8).
           05  RFL-PROGRAM         PIC X(13).
           05  RFL-ATTEMPT         PIC X(30).
           05  RFL-REASON          PIC X(25).

       WORKING-STORAGE SECTION.

       01  EOF-FLAG                PIC X VALUE 'N'.
       01  AFTER-IMAGE-HOLD        PIC X(45) VALUE SPACES.
       01  AUDIT-ACTION            PIC X(1).

      * The run operator's OPERATOR.DAT entry, held for the
      * per-transaction permission checks, and the refusal being
      * logged.
       01  OPERFILE-STATUS         PIC XX.
       01  REFUSAL-FILE-STATUS     PIC XX.
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

       01  TRANS-CTR               PIC 9(5) VALUE 0.
       01  APPLIED-CTR             PIC 9(5) VALUE 0.
       01  REJECTED-CTR            PIC 9(5) VALUE 0.
       01  HELD-CTR                PIC 9(5) VALUE 0.
       01  TRANS-CTR-OUT           PIC ZZZZ9.
       01  APPLIED-CTR-OUT         PIC ZZZZ9.
       01  REJECTED-CTR-OUT        PIC ZZZZ9.
       01  HELD-CTR-OUT            PIC ZZZZ9.

       01  RECORD-FOUND-SW         PIC X VALUE 'N'.
       01  TRANS-VALID-SW          PIC X VALUE 'Y'.
      * Set when a valid transaction against a reported term was
      * queued for the dean instead of applied.
       01  TRANS-HELD-SW           PIC X VALUE 'N'.
      * What the held request asks for, and the term and grade on
      * file it was raised against.
       01  REQ-ACTION-HOLD         PIC X.
       01  REQ-TERM-HOLD           PIC X(5).
       01  REQ-OLD-GRD-HOLD        PIC X(3).
       01  CHGREQ-FILE-STATUS      PIC XX.
       01  CHGREQ-EOF-FLAG         PIC X VALUE 'N'.
       01  PENDING-FOUND-SW        PIC X VALUE 'N'.
       01  REJECT-REASON           PIC X(30).

       01  DEPTFILE-STATUS         PIC XX.
       01  SUBJFILE-STATUS         PIC XX.
       01  STMAST-FILE-STATUS      PIC XX.
       01  PREREQ-FILE-STATUS      PIC XX.
       01  PREREQ-OVR-STATUS       PIC XX.
       01  PREREQ-LOG-STATUS       PIC XX.
       01  HISTFILE-STATUS         PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.

      * In-memory department master table, loaded once from
      * DEPARTMENT.DAT the same way STUDENT-REPORT loads it, so an
               10  STMAST-TAB-HOME     PIC X(3).
               10  STMAST-TAB-STATUS   PIC X(9).

      * In-memory school-term calendar - only the term codes are
      * needed here, to refuse an add for a term the registrar has
      * not put on the calendar.
       01  CAL-EOF-FLAG            PIC X VALUE 'N'.
       01  CAL-COUNT               PIC 99 VALUE 0.
       01  CAL-MAX                 PIC 99 VALUE 60.
       01  CAL-IDX                 PIC 99 VALUE 0.
       01  CAL-FOUND-SW            PIC X VALUE 'N'.
       01  CAL-ENTRIES.
           05  CAL-TAB-TERM OCCURS 60 TIMES
                                   PIC X(5).

      * In-memory prerequisite master. A missing PREREQUISITE.DAT
      * means no subject has a prerequisite yet.
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

      * In-memory registrar overrides.
       01  PREREQ-OVR-EOF-FLAG     PIC X VALUE 'N'.
       01  PREREQ-OVR-COUNT        PIC 9(3) VALUE 0.
       01  PREREQ-OVR-MAX          PIC 9(3) VALUE 500.
       01  PREREQ-OVR-IDX          PIC 9(3) VALUE 0.
       01  PREREQ-OVR-FOUND-IDX    PIC 9(3) VALUE 0.
       01  PREREQ-OVR-ENTRIES.
           05  PREREQ-OVR-ENTRY OCCURS 500 TIMES
                                   INDEXED BY PREREQ-OVR-TAB-IDX.
               10  POV-TAB-SNO         PIC X(3).
               10  POV-TAB-SUBJ        PIC X(6).
               10  POV-TAB-REQ-SUBJ    PIC X(6).
               10  POV-TAB-GRANTED-BY  PIC X(8).
               10  POV-TAB-GRANTED-DATE
                                       PIC X(8).

      * Per add: whether the prerequisite in hand was met on
      * GRADE-HISTORY.DAT, and the overrides the add is relying on -
      * logged only once the add is written or held for the dean.
       01  HIST-EOF-FLAG           PIC X VALUE 'N'.
       01  PREREQ-MET-SW           PIC X VALUE 'N'.
       01  OVR-USED-COUNT          PIC 99 VALUE 0.
       01  OVR-USED-MAX            PIC 99 VALUE 20.
       01  OVR-USED-IDX            PIC 99 VALUE 0.
       01  OVR-USED-COUNT-OUT      PIC Z9.
       01  OVR-USED-ENTRIES.
           05  OVR-USED-OVR-IDX OCCURS 20 TIMES
                                   PIC 9(3).
       01  APPLIED-NOTE            PIC X(30).

      * Distinct school terms the applied transactions touched, so a
      * completed run can mark the batch step done on the control
      * file for each of them. An add's term is on the transaction;
               10  TST-RECONCILE-DATE  PIC X(8).
               10  TST-ARCHIVE-DONE    PIC X.
               10  TST-ARCHIVE-DATE    PIC X(8).
               10  TST-TRANSMIT-DONE   PIC X.
               10  TST-TRANSMIT-DATE   PIC X(8).
               10  TST-ACK-DONE        PIC X.
               10  TST-ACK-DATE        PIC X(8).

       01  NEW-GRD                 PIC 9V99.
       01  GRD-TEXT                PIC X(6).
           05  LST-TOT-APPLIED     PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  REJECTED: ".
           05  LST-TOT-REJECTED    PIC ZZZZ9.
           05  FILLER              PIC X(8)  VALUE "  HELD: ".
           05  LST-TOT-HELD        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-OPERATOR-ID
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-SUBJECT-TABLE
           PERFORM LOAD-STUDENT-MASTER-TABLE
           PERFORM LOAD-TERM-STATUS-TABLE
           PERFORM LOAD-PREREQUISITE-TABLE
           PERFORM LOAD-PREREQ-OVERRIDE-TABLE
           PERFORM LOAD-TERM-CALENDAR-TABLE
           OPEN INPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN STUDENT-TRANS.DAT "
           MOVE TRANS-CTR TO LST-TOT-READ
           MOVE APPLIED-CTR TO LST-TOT-APPLIED
           MOVE REJECTED-CTR TO LST-TOT-REJECTED
           MOVE HELD-CTR TO LST-TOT-HELD
           MOVE SPACES TO LIST-FILE-LINE
           WRITE LIST-FILE-LINE
           WRITE LIST-FILE-LINE FROM LIST-TOTAL-LINE
           MOVE TRANS-CTR TO TRANS-CTR-OUT
           MOVE APPLIED-CTR TO APPLIED-CTR-OUT
           MOVE REJECTED-CTR TO REJECTED-CTR-OUT
           MOVE HELD-CTR TO HELD-CTR-OUT
           DISPLAY "STUDENT-BATCH: " TRANS-CTR-OUT " read, "
               APPLIED-CTR-OUT " applied, " REJECTED-CTR-OUT
               " rejected, " HELD-CTR-OUT " held for dean approval."
           IF REJECTED-CTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               ACCEPT OPERATOR-ID
           END-PERFORM.

      * An ID not on OPERATOR.DAT, revoked, or holding none of the
      * grade permissions refuses the whole run before anything is
      * opened, and the attempt goes on ACCESS-REFUSED.DAT.
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
               MOVE "BATCH RUN STUDENT-TRANS.DAT" TO REFUSAL-ATTEMPT
               PERFORM LOG-REFUSAL
               DISPLAY "STUDENT-BATCH: OPERATOR " OPERATOR-ID
                   " REFUSED - " REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SW
           MOVE 'N' TO OPER-EOF-FLAG
           OPEN INPUT OPER-FILE
           IF OPERFILE-STATUS NOT = "00"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN OPERATOR.DAT - "
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

      * A transaction whose action the operator does not hold is
      * rejected like any other bad transaction, and logged.
       REFUSE-TRANSACTION.
           MOVE 'N' TO TRANS-VALID-SW
           MOVE "OPERATOR NOT AUTHORIZED" TO REJECT-REASON
           MOVE SPACES TO REFUSAL-ATTEMPT
           STRING "BATCH " DELIMITED BY SIZE
               TRN-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRN-DEPT-CD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TRN-SNO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TRN-SUBJ DELIMITED BY SIZE
               INTO REFUSAL-ATTEMPT
           END-STRING
           MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
           PERFORM LOG-REFUSAL.

       LOG-REFUSAL.
           OPEN EXTEND REFUSAL-FILE
           IF REFUSAL-FILE-STATUS NOT = "00"
               AND REFUSAL-FILE-STATUS NOT = "05"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN ACCESS-REFUSED.DAT "
                   "- FILE STATUS " REFUSAL-FILE-STATUS
           ELSE
               ACCEPT RFL-DATE FROM DATE YYYYMMDD
               ACCEPT RFL-TIME FROM TIME
               MOVE OPERATOR-ID TO RFL-OPERATOR
               MOVE "STUDENT-BATCH" TO RFL-PROGRAM
               MOVE REFUSAL-ATTEMPT TO RFL-ATTEMPT
               MOVE REFUSAL-REASON TO RFL-REASON
               WRITE REFUSAL-RECORD
               CLOSE REFUSAL-FILE
           END-IF.

       PROCESS-TRANSACTIONS.
           READ TRANS-FILE
               AT END

       APPLY-TRANSACTION.
           MOVE 'Y' TO TRANS-VALID-SW
           MOVE 'N' TO TRANS-HELD-SW
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO APPLIED-NOTE
           MOVE 0 TO OVR-USED-COUNT
           EVALUATE TRUE
               WHEN TRN-ADD
                   IF AUTH-GRADE-ADD = 'Y'
                       PERFORM APPLY-ADD
                   ELSE
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN TRN-CORRECT
                   IF AUTH-GRADE-CORRECT = 'Y'
                       PERFORM APPLY-CORRECT
                   ELSE
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN TRN-DELETE
                   IF AUTH-GRADE-DELETE = 'Y'
                       PERFORM APPLY-DELETE
                   ELSE
                       PERFORM REFUSE-TRANSACTION
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO TRANS-VALID-SW
                   MOVE "INVALID ACTION CODE" TO REJECT-REASON
               MOVE 'N' TO TRANS-VALID-SW
               MOVE "KEY ALREADY ON FILE" TO REJECT-REASON
           ELSE
               PERFORM EDIT-TRANSACTION-TERM
               IF TRANS-VALID-SW = 'Y'
                   PERFORM EDIT-TRANSACTION-MASTERS
               END-IF
               IF TRANS-VALID-SW = 'Y'
                   PERFORM EDIT-TRANSACTION-GRADE
               END-IF
               IF TRANS-VALID-SW = 'Y'
                   MOVE TRN-TERM TO TOUCHED-TERM-WORK
                   PERFORM FIND-TERM-STATUS-ENTRY
                   IF TERMSTAT-FOUND-IDX > 0
                       IF TST-REPORT-DONE (TERMSTAT-FOUND-IDX) = 'Y'
                           MOVE 'A' TO REQ-ACTION-HOLD
                           MOVE TRN-TERM TO REQ-TERM-HOLD
                           MOVE SPACES TO REQ-OLD-GRD-HOLD
                           PERFORM HOLD-CHANGE
                       END-IF
                   END-IF
               END-IF
               IF TRANS-VALID-SW = 'Y' AND TRANS-HELD-SW = 'Y'
                   AND OVR-USED-COUNT > 0
                   PERFORM LOG-OVERRIDES-USED
               END-IF
               IF TRANS-VALID-SW = 'Y' AND TRANS-HELD-SW = 'N'
                   MOVE TRN-DEPT-CD TO DEPT-CD-REC
                   MOVE TRN-SNO TO SNO-REC
                   MOVE TRN-SUBJ TO SUBJ-REC
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE TRN-TERM TO TOUCHED-TERM-WORK
                       PERFORM NOTE-TOUCHED-TERM
                       IF OVR-USED-COUNT > 0
                           PERFORM LOG-OVERRIDES-USED
                       END-IF
                   ELSE
                       MOVE 'N' TO TRANS-VALID-SW
                       MOVE "WRITE FAILED" TO REJECT-REASON
               MOVE STUDENT-RECORD TO BEFORE-IMAGE-HOLD
               PERFORM EDIT-TRANSACTION-GRADE
               IF TRANS-VALID-SW = 'Y'
                   MOVE TERM-REC TO TOUCHED-TERM-WORK
                   PERFORM FIND-TERM-STATUS-ENTRY
                   IF TERMSTAT-FOUND-IDX > 0
                       IF TST-REPORT-DONE (TERMSTAT-FOUND-IDX) = 'Y'
                           MOVE 'C' TO REQ-ACTION-HOLD
                           MOVE TERM-REC TO REQ-TERM-HOLD
                           MOVE GRD-ALPHA TO REQ-OLD-GRD-HOLD
                           PERFORM HOLD-CHANGE
                       END-IF
                   END-IF
               END-IF
               IF TRANS-VALID-SW = 'Y' AND TRANS-HELD-SW = 'N'
                   MOVE NEW-GRD TO GRD-REC
                   REWRITE STUDENT-RECORD
                   IF STUDENT-FILE-STATUS = "00"
               END-IF
           END-IF.

      * The term has been reported, so the add, correction or delete
      * becomes a request for the dean's office - see DEAN-APPROVAL.
      * STUDENT.DAT is not touched and the term's batch step is not
      * re-marked.
       HOLD-CHANGE.
           IF NOT TRN-REASON-VALID
               MOVE 'N' TO TRANS-VALID-SW
               MOVE "REASON CODE REQUIRED" TO REJECT-REASON
           ELSE
               PERFORM FIND-PENDING-REQUEST
               IF PENDING-FOUND-SW = 'Y'
                   MOVE 'N' TO TRANS-VALID-SW
                   MOVE "CHANGE ALREADY PENDING" TO REJECT-REASON
               ELSE
                   PERFORM WRITE-CHANGE-REQUEST
               END-IF
           END-IF.

       FIND-PENDING-REQUEST.
           MOVE 'N' TO PENDING-FOUND-SW
           MOVE 'N' TO CHGREQ-EOF-FLAG
           OPEN INPUT CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               AND CHGREQ-FILE-STATUS NOT = "05"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN "
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
                           AND CRQ-DEPT-CD = TRN-DEPT-CD
                           AND CRQ-SNO = TRN-SNO
                           AND CRQ-SUBJ = TRN-SUBJ
                           MOVE 'Y' TO PENDING-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHGREQ-FILE.

       WRITE-CHANGE-REQUEST.
           OPEN EXTEND CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               AND CHGREQ-FILE-STATUS NOT = "05"
               MOVE 'N' TO TRANS-VALID-SW
               MOVE "CHANGE REQUEST WRITE FAILED" TO REJECT-REASON
           ELSE
               MOVE SPACES TO CHANGE-REQUEST-RECORD
               ACCEPT CRQ-REQ-DATE FROM DATE YYYYMMDD
               ACCEPT CRQ-REQ-TIME FROM TIME
               MOVE OPERATOR-ID TO CRQ-REQUESTER
               MOVE "STUDENT-BATCH" TO CRQ-SOURCE
               MOVE TRN-DEPT-CD TO CRQ-DEPT-CD
               MOVE TRN-SNO TO CRQ-SNO
               MOVE TRN-SUBJ TO CRQ-SUBJ
               MOVE REQ-TERM-HOLD TO CRQ-TERM
               MOVE REQ-OLD-GRD-HOLD TO CRQ-OLD-GRD
               MOVE NEW-GRD TO CRQ-NEW-GRD
               MOVE TRN-REASON-CD TO CRQ-REASON-CD
               MOVE 'P' TO CRQ-STATUS
               MOVE REQ-ACTION-HOLD TO CRQ-ACTION
               IF CRQ-ACTION-ADD
                   MOVE TRN-SNAME TO CRQ-SNAME
               END-IF
               WRITE CHANGE-REQUEST-RECORD
               CLOSE CHGREQ-FILE
               MOVE 'Y' TO TRANS-HELD-SW
           END-IF.

       APPLY-DELETE.
           PERFORM READ-BY-KEY
           IF RECORD-FOUND-SW = 'N'
           ELSE
               MOVE STUDENT-RECORD TO BEFORE-IMAGE-HOLD
               MOVE TERM-REC TO TOUCHED-TERM-WORK
               PERFORM FIND-TERM-STATUS-ENTRY
               IF TERMSTAT-FOUND-IDX > 0
                   IF TST-REPORT-DONE (TERMSTAT-FOUND-IDX) = 'Y'
                       MOVE 'D' TO REQ-ACTION-HOLD
                       MOVE TERM-REC TO REQ-TERM-HOLD
                       MOVE GRD-ALPHA TO REQ-OLD-GRD-HOLD
                       MOVE 0 TO NEW-GRD
                       PERFORM HOLD-CHANGE
                   END-IF
               END-IF
               IF TRANS-VALID-SW = 'Y' AND TRANS-HELD-SW = 'N'
                   DELETE STUDENT-FILE RECORD
                   IF STUDENT-FILE-STATUS = "00"
                       MOVE SPACES TO AFTER-IMAGE-HOLD
                       MOVE 'D' TO AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM NOTE-TOUCHED-TERM
                   ELSE
                       MOVE 'N' TO TRANS-VALID-SW
                       MOVE "DELETE FAILED" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

               MOVE "INVALID GRADE" TO REJECT-REASON
           END-IF.

      * The term must be on TERM-CALENDAR.DAT - the same refusal
      * STUDENT-REPORT applies to a record at term end.
       EDIT-TRANSACTION-TERM.
           MOVE 'N' TO CAL-FOUND-SW
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
                   OR CAL-FOUND-SW = 'Y'
               IF CAL-TAB-TERM (CAL-IDX) = TRN-TERM
                   MOVE 'Y' TO CAL-FOUND-SW
               END-IF
           END-PERFORM
           IF CAL-FOUND-SW = 'N'
               MOVE 'N' TO TRANS-VALID-SW
               MOVE "TERM NOT ON CALENDAR" TO REJECT-REASON
           END-IF.

      * The same acceptance the report applies at term end, enforced
      * while the enrollment office can still fix its feed: the
      * department and subject must be on their masters, the student
                       MOVE "INVALID ENROLLMENT STATUS"
                           TO REJECT-REASON
               END-EVALUATE
               IF TRANS-VALID-SW = 'Y'
                   PERFORM EDIT-TRANSACTION-PREREQS
               END-IF
           END-IF.

      * Every prerequisite of the subject must have been passed, at or
      * better than its minimum grade, in some GRADE-HISTORY.DAT
      * attempt by the student - any department, any term, the way
      * DEGREE-AUDIT credits a requirement. The first one neither met
      * nor overridden rejects the add.
       EDIT-TRANSACTION-PREREQS.
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > PREREQ-COUNT
                   OR TRANS-VALID-SW = 'N'
               IF PREREQ-TAB-SUBJ (PREREQ-IDX) = TRN-SUBJ
                   PERFORM EDIT-ONE-PREREQ
               END-IF
           END-PERFORM.

       EDIT-ONE-PREREQ.
           PERFORM FIND-PREREQ-IN-HISTORY
           IF PREREQ-MET-SW = 'N'
               PERFORM FIND-PREREQ-OVERRIDE
               IF PREREQ-OVR-FOUND-IDX = 0
                   MOVE 'N' TO TRANS-VALID-SW
                   MOVE SPACES TO REJECT-REASON
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                       PREREQ-TAB-REQ-SUBJ (PREREQ-IDX)
                           DELIMITED BY SPACE
                       " NOT MET" DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-STRING
               ELSE
                   IF OVR-USED-COUNT < OVR-USED-MAX
                       ADD 1 TO OVR-USED-COUNT
                       MOVE PREREQ-OVR-FOUND-IDX
                           TO OVR-USED-OVR-IDX (OVR-USED-COUNT)
                   END-IF
                   MOVE SPACES TO APPLIED-NOTE
                   IF OVR-USED-COUNT > 1
                       MOVE OVR-USED-COUNT TO OVR-USED-COUNT-OUT
                       STRING OVR-USED-COUNT-OUT DELIMITED BY SIZE
                           " PREREQ OVERRIDES APPLIED"
                               DELIMITED BY SIZE
                           INTO APPLIED-NOTE
                       END-STRING
                   ELSE
                       STRING "PREREQ " DELIMITED BY SIZE
                           PREREQ-TAB-REQ-SUBJ (PREREQ-IDX)
                               DELIMITED BY SPACE
                           " OVERRIDDEN" DELIMITED BY SIZE
                           INTO APPLIED-NOTE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      * GRADE-HISTORY.DAT is OPTIONAL - a first term has nothing
      * archived, so every prerequisite reads as unmet.
       FIND-PREREQ-IN-HISTORY.
           MOVE 'N' TO PREREQ-MET-SW
           MOVE 'N' TO HIST-EOF-FLAG
           OPEN INPUT HIST-FILE
           IF HISTFILE-STATUS NOT = "00" AND HISTFILE-STATUS NOT = "05"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN GRADE-HISTORY.DAT "
                   "- FILE STATUS " HISTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HIST-EOF-FLAG = 'Y' OR PREREQ-MET-SW = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO HIST-EOF-FLAG
                   NOT AT END
                       IF HIST-SNO = TRN-SNO
                           AND HIST-SUBJ
                               = PREREQ-TAB-REQ-SUBJ (PREREQ-IDX)
                           AND HIST-GRD IS NUMERIC
                           AND HIST-GRD >= 1.00
                           AND HIST-GRD
                               <= PREREQ-TAB-MIN-GRD (PREREQ-IDX)
                           MOVE 'Y' TO PREREQ-MET-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       FIND-PREREQ-OVERRIDE.
           MOVE 0 TO PREREQ-OVR-FOUND-IDX
           PERFORM VARYING PREREQ-OVR-IDX FROM 1 BY 1
                   UNTIL PREREQ-OVR-IDX > PREREQ-OVR-COUNT
                   OR PREREQ-OVR-FOUND-IDX > 0
               IF POV-TAB-SNO (PREREQ-OVR-IDX) = TRN-SNO
                   AND POV-TAB-SUBJ (PREREQ-OVR-IDX) = TRN-SUBJ
                   AND POV-TAB-REQ-SUBJ (PREREQ-OVR-IDX)
                       = PREREQ-TAB-REQ-SUBJ (PREREQ-IDX)
                   MOVE PREREQ-OVR-IDX TO PREREQ-OVR-FOUND-IDX
               END-IF
           END-PERFORM.

      * One PREREQ-OVERRIDE-LOG.DAT line per override the written (or
      * held) add relied on.
       LOG-OVERRIDES-USED.
           OPEN EXTEND PREREQ-LOG-FILE
           IF PREREQ-LOG-STATUS NOT = "00"
               AND PREREQ-LOG-STATUS NOT = "05"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN "
                   "PREREQ-OVERRIDE-LOG.DAT - FILE STATUS "
                   PREREQ-LOG-STATUS
           ELSE
               PERFORM VARYING OVR-USED-IDX FROM 1 BY 1
                       UNTIL OVR-USED-IDX > OVR-USED-COUNT
                   MOVE OVR-USED-OVR-IDX (OVR-USED-IDX)
                       TO PREREQ-OVR-IDX
                   ACCEPT PLG-DATE FROM DATE YYYYMMDD
                   ACCEPT PLG-TIME FROM TIME
                   MOVE OPERATOR-ID TO PLG-OPERATOR
                   MOVE "STUDENT-BATCH" TO PLG-PROGRAM
                   MOVE TRN-DEPT-CD TO PLG-DEPT-CD
                   MOVE TRN-SNO TO PLG-SNO
                   MOVE TRN-SUBJ TO PLG-SUBJ
                   MOVE TRN-TERM TO PLG-TERM
                   MOVE POV-TAB-REQ-SUBJ (PREREQ-OVR-IDX)
                       TO PLG-REQ-SUBJ-CD
                   MOVE POV-TAB-GRANTED-BY (PREREQ-OVR-IDX)
                       TO PLG-GRANTED-BY
                   MOVE POV-TAB-GRANTED-DATE (PREREQ-OVR-IDX)
                       TO PLG-GRANTED-DATE
                   WRITE PREREQ-LOG-RECORD
               END-PERFORM
               CLOSE PREREQ-LOG-FILE
           END-IF.

       WRITE-LIST-LINE.
           MOVE TRN-DEPT-CD TO LST-DEPT-CD
           MOVE TRN-SNO TO LST-SNO
           MOVE TRN-SUBJ TO LST-SUBJ
           EVALUATE TRUE
               WHEN TRANS-VALID-SW = 'N'
                   MOVE "REJECTED" TO LST-RESULT
                   MOVE REJECT-REASON TO LST-REASON
                   ADD 1 TO REJECTED-CTR
               WHEN TRANS-HELD-SW = 'Y'
                   MOVE "HELD" TO LST-RESULT
                   MOVE "PENDING DEAN APPROVAL" TO LST-REASON
                   ADD 1 TO HELD-CTR
               WHEN OTHER
                   MOVE "APPLIED" TO LST-RESULT
                   MOVE APPLIED-NOTE TO LST-REASON
                   ADD 1 TO APPLIED-CTR
           END-EVALUATE
           WRITE LIST-FILE-LINE FROM LIST-DETAIL-LINE.

       NOTE-TOUCHED-TERM.

       LOAD-TERM-STATUS-TABLE.
           MOVE 'N' TO TERMSTAT-EOF-FLAG
           MOVE 0 TO TERMSTAT-COUNT
           OPEN INPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
               AND TERMSTAT-FILE-STATUS NOT = "05"
           END-PERFORM
           CLOSE STMAST-FILE.

      * Both prerequisite files are OPTIONAL - a missing file loads as
      * an empty table.
       LOAD-PREREQUISITE-TABLE.
           MOVE 'N' TO PREREQ-EOF-FLAG
           OPEN INPUT PREREQ-FILE
           IF PREREQ-FILE-STATUS NOT = "00"
               AND PREREQ-FILE-STATUS NOT = "05"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN PREREQUISITE.DAT - "
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
                               "than this program can hold - load "
                               "truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE.

       LOAD-PREREQ-OVERRIDE-TABLE.
           MOVE 'N' TO PREREQ-OVR-EOF-FLAG
           OPEN INPUT PREREQ-OVR-FILE
           IF PREREQ-OVR-STATUS NOT = "00"
               AND PREREQ-OVR-STATUS NOT = "05"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN PREREQ-OVERRIDE.DAT "
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
                               "- load truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-OVR-FILE.

       LOAD-TERM-CALENDAR-TABLE.
           MOVE 'N' TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT-BATCH: CANNOT OPEN TERM-CALENDAR.DAT "
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

      * Grade-text parsing below is the same logic STUDENT-MAINT uses
      * for the operator's typed grade, applied to the grade column of
      * the enrollment office's feed, so "1.5", "1.50" and "3" all
                   MOVE 'Y' TO GRD-TEXT-VALID-SW
               END-IF
           END-IF.

