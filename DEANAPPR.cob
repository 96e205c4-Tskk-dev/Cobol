       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAN-APPROVAL.
       AUTHOR. Julius Castillejo.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      *   2026-10-15  JC  Initial version. The dean's office side of
      *                   the post-report grade-change hold: STUDENT-
      *                   MAINT and STUDENT-BATCH no longer apply a
      *                   correction to a term STUDENT-REPORT has
      *                   already reported, but queue it on GRADE-
      *                   CHANGE-REQ.DAT. Run for one dean code, this
      *                   program lists that dean's pending requests
      *                   (the dean code on DEPARTMENT.DAT decides
      *                   whose department a request belongs to) and
      *                   takes an approve or deny for each. Only an
      *                   approved change is written to STUDENT.DAT and
      *                   STUDENT-AUDIT.DAT - and only if the record
      *                   still holds the grade the request was raised
      *                   against - so SUMMARY-AMEND picks it up like
      *                   any other post-transmission change. A request
      *                   still pending when GRADE-ARCHIVE closes its
      *                   term is expired. Denied and expired requests
      *                   not yet reported are listed by requester on
      *                   GRADE-CHANGE-NOTICE.TXT. The operator must
      *                   hold the grade-change approval permission on
      *                   OPERATOR.DAT, for this dean or for any dean,
      *                   and may not decide their own request.
      *   2026-10-15  JC  OPERATOR.DAT layout brought into line with
      *                   MASTER-MAINT's (prerequisite override flag);
      *                   no change in logic.
      *   2026-10-15  JC  TERM-STATUS.DAT record extended with the
      *                   registrar transmitted and acknowledged steps
      *                   (flag and date each); no change in logic.
      *   2026-10-15  JC  Requests now carry an action code: besides
      *                   corrections, STUDENT-MAINT and STUDENT-BATCH
      *                   hold adds and deletes in a reported term. An
      *                   approved add is written (denied if the key
      *                   has been added since) and an approved delete
      *                   removed (denied if the record has gone or its
      *                   grade has moved), each audited as an add or
      *                   delete. GRADE-CHANGE-NOTICE.TXT is now
      *                   extended run after run instead of replaced,
      *                   so notices from an earlier run are kept.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHGREQ-FILE ASSIGN TO "GRADE-CHANGE-REQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGREQ-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "STUDENT-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPTIONAL TERMSTAT-FILE ASSIGN TO "TERM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMSTAT-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPARTMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPTFILE-STATUS.
           SELECT OPTIONAL NOTICE-FILE
               ASSIGN TO "GRADE-CHANGE-NOTICE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERFILE-STATUS.
           SELECT OPTIONAL REFUSAL-FILE ASSIGN TO "ACCESS-REFUSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Grade-change requests held for dean approval - same layout
      * STUDENT-MAINT and STUDENT-BATCH write. The action is A add,
      * D delete or C correct (blank on requests raised before adds
      * and deletes were held = correct); the name is carried for an
      * add.
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

       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05  STUDENT-KEY.
               10  DEPT-CD-REC     PIC X(3).
               10  SNO-REC         PIC X(3).
               10  SUBJ-REC        PIC X(6).
           05  SNAME-REC           PIC X(25).
           05  GRD-REC             PIC 9V99.
           05  TERM-REC            PIC X(5).

      * Alphanumeric view of the grade bytes, so an INC or blank
      * grade can be compared with the one the request was raised
      * against.
       01  STUDENT-RECORD-ALT REDEFINES STUDENT-RECORD.
           05  FILLER              PIC X(37).
           05  GRD-ALPHA           PIC X(3).
           05  FILLER              PIC X(5).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATE            PIC X(8).
           05  AUD-TIME            PIC X(6).
           05  AUD-OPERATOR        PIC X(8).
           05  AUD-ACTION          PIC X(1).
           05  AUD-DEPT-CD         PIC X(3).
           05  AUD-SNO             PIC X(3).
           05  AUD-SUBJ            PIC X(6).
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

       FD  DEPT-FILE.
       01  DEPARTMENT-RECORD.
           05  DEPT-MASTER-CD      PIC X(3).
           05  DEPT-MASTER-NAME    PIC X(32).
           05  DEPT-MASTER-DEAN-CD PIC X(5).

       FD  NOTICE-FILE.
       01  NOTICE-FILE-LINE        PIC X(100).

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

       01  CHGREQ-FILE-STATUS      PIC XX.
       01  STUDENT-FILE-STATUS     PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  TERMSTAT-FILE-STATUS    PIC XX.
       01  DEPTFILE-STATUS         PIC XX.
       01  NOTICE-FILE-STATUS      PIC XX.
       01  OPERFILE-STATUS         PIC XX.
       01  REFUSAL-FILE-STATUS     PIC XX.

      * The dean whose requests are being decided, and the approver.
       01  ARG-COUNT               PIC 9 VALUE 0.
       01  DEAN-CODE               PIC X(5) VALUE SPACES.
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  RUN-DATE                PIC X(8).

      * The approver's OPERATOR.DAT entry, and the refusal being
      * logged.
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

      * In-memory department master table - the dean code on each
      * department decides which dean a request belongs to.
       01  DEPT-EOF-FLAG           PIC X VALUE 'N'.
       01  DEPT-TABLE-COUNT        PIC 99 VALUE 0.
       01  DEPT-TABLE-MAX          PIC 99 VALUE 50.
       01  DEPT-IDX                PIC 99 VALUE 0.
       01  DEAN-FOUND-SW           PIC X VALUE 'N'.
       01  REQUEST-DEAN-CD         PIC X(5).
       01  DEPT-TABLE-ENTRIES.
           05  DEPT-TABLE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY DEPT-TAB-IDX.
               10  DEPT-TABLE-CD       PIC X(3).
               10  DEPT-TABLE-NAME     PIC X(32).
               10  DEPT-TABLE-DEAN-CD  PIC X(5).

      * In-memory image of TERM-STATUS.DAT, for the expiry check.
       01  TERMSTAT-EOF-FLAG       PIC X VALUE 'N'.
       01  TERMSTAT-COUNT          PIC 99 VALUE 0.
       01  TERMSTAT-MAX            PIC 99 VALUE 50.
       01  TERMSTAT-IDX            PIC 99 VALUE 0.
       01  TERMSTAT-FOUND-IDX      PIC 99 VALUE 0.
       01  TERMSTAT-ENTRIES.
           05  TERMSTAT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY TERMSTAT-TAB-IDX.
               10  TST-TERM            PIC X(5).
               10  TST-BATCH-DONE      PIC X.
               10  TST-BATCH-DATE      PIC X(8).
               10  TST-REPORT-DONE     PIC X.
               10  TST-REPORT-DATE     PIC X(8).
               10  TST-RECONCILE-OK    PIC X.
               10  TST-RECONCILE-DATE  PIC X(8).
               10  TST-ARCHIVE-DONE    PIC X.
               10  TST-ARCHIVE-DATE    PIC X(8).
               10  TST-TRANSMIT-DONE   PIC X.
               10  TST-TRANSMIT-DATE   PIC X(8).
               10  TST-ACK-DONE        PIC X.
               10  TST-ACK-DATE        PIC X(8).

      * In-memory image of GRADE-CHANGE-REQ.DAT, decided in place and
      * rewritten whole at the end of the run.
       01  CHGREQ-EOF-FLAG         PIC X VALUE 'N'.
       01  REQ-COUNT               PIC 9(3) VALUE 0.
       01  REQ-MAX                 PIC 9(3) VALUE 500.
       01  REQ-IDX                 PIC 9(3) VALUE 0.
       01  REQ-SCAN-IDX            PIC 9(3) VALUE 0.
       01  REQ-ENTRIES.
           05  REQ-ENTRY OCCURS 500 TIMES
                                   INDEXED BY REQ-TAB-IDX.
               10  RQT-REQ-DATE        PIC X(8).
               10  RQT-REQ-TIME        PIC X(6).
               10  RQT-REQUESTER       PIC X(8).
               10  RQT-SOURCE          PIC X(13).
               10  RQT-DEPT-CD         PIC X(3).
               10  RQT-SNO             PIC X(3).
               10  RQT-SUBJ            PIC X(6).
               10  RQT-TERM            PIC X(5).
               10  RQT-OLD-GRD         PIC X(3).
               10  RQT-NEW-GRD         PIC 9V99.
               10  RQT-REASON-CD       PIC X(2).
               10  RQT-STATUS          PIC X.
               10  RQT-DECIDED-DATE    PIC X(8).
               10  RQT-DECIDED-BY      PIC X(8).
               10  RQT-DECISION-NOTE   PIC X(30).
               10  RQT-NOTICE-DATE     PIC X(8).
               10  RQT-ACTION          PIC X.
                   88  RQT-ACTION-ADD             VALUE 'A'.
                   88  RQT-ACTION-DELETE          VALUE 'D'.
               10  RQT-SNAME           PIC X(25).

       01  DECISION-CODE           PIC X VALUE SPACE.
           88  DECISION-APPROVE               VALUE 'A' 'a'.
           88  DECISION-DENY                  VALUE 'D' 'd'.
           88  DECISION-SKIP                  VALUE 'S' 's'.
           88  DECISION-STOP                  VALUE 'X' 'x'.
       01  DECISION-VALID-SW       PIC X VALUE 'N'.
       01  DENIAL-NOTE             PIC X(30).
       01  RECORD-FOUND-SW         PIC X VALUE 'N'.
       01  BEFORE-IMAGE-HOLD       PIC X(45) VALUE SPACES.
       01  AFTER-IMAGE-HOLD        PIC X(45) VALUE SPACES.
       01  AUDIT-ACTION            PIC X(1).

       01  EXPIRED-CTR             PIC 9(3) VALUE 0.
       01  PENDING-CTR             PIC 9(3) VALUE 0.
       01  APPROVED-CTR            PIC 9(3) VALUE 0.
       01  DENIED-CTR              PIC 9(3) VALUE 0.
       01  NOTICE-CTR              PIC 9(3) VALUE 0.
       01  EXPIRED-CTR-OUT         PIC ZZ9.
       01  PENDING-CTR-OUT         PIC ZZ9.
       01  APPROVED-CTR-OUT        PIC ZZ9.
       01  DENIED-CTR-OUT          PIC ZZ9.
       01  NOTICE-CTR-OUT          PIC ZZ9.

      * A request's action and grades for display - the old grade
      * may be INC or blank, so it is shown as it stands unless it is
      * numeric; an add has no old grade and a delete no new one.
       01  ACTION-WORK             PIC X.
           88  ACTION-WORK-ADD                VALUE 'A'.
           88  ACTION-WORK-DELETE             VALUE 'D'.
       01  ACTION-TEXT             PIC X(3).
       01  OLD-GRD-WORK            PIC X(3).
       01  OLD-GRD-WORK-N REDEFINES OLD-GRD-WORK
                                   PIC 9V99.
       01  GRD-EDIT                PIC Z.99.
       01  OLD-GRD-OUT             PIC X(4).
       01  NEW-GRD-OUT             PIC X(4).
       01  REASON-WORK             PIC X(2).
       01  REASON-TEXT             PIC X(16).
       01  STATUS-TEXT             PIC X(8).

       01  NOTICE-TITLE-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(45)
               VALUE "GRADE CHANGE REQUESTS NOT APPLIED - NOTICE TO".
           05  FILLER              PIC X(11) VALUE " REQUESTERS".
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  NTC-RUN-DATE        PIC X(8).

       01  NOTICE-REQUESTER-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "REQUESTED BY: ".
           05  NTC-REQUESTER       PIC X(8).

       01  NOTICE-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  NTC-REQ-DATE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NTC-ACTION          PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  NTC-DEPT-CD         PIC X(3).
           05  FILLER              PIC X(1)  VALUE "-".
           05  NTC-SNO             PIC X(3).
           05  FILLER              PIC X(1)  VALUE "-".
           05  NTC-SUBJ            PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NTC-TERM            PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NTC-OLD-GRD         PIC X(4).
           05  FILLER              PIC X(4)  VALUE " -> ".
           05  NTC-NEW-GRD         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NTC-STATUS          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  NTC-DECIDED-DATE    PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  NTC-DECIDED-BY      PIC X(8).

       01  NOTICE-NOTE-LINE.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "REASON: ".
           05  NTC-REASON-TEXT     PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "NOTE: ".
           05  NTC-NOTE            PIC X(30).

       01  NOTICE-NONE-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "No denied or expired request to report.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-ARGUMENTS
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM CHECK-DEAN-CODE
           PERFORM LOAD-TERM-STATUS-TABLE
           PERFORM LOAD-REQUEST-TABLE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM EXPIRE-CLOSED-TERM-REQUESTS
           PERFORM LIST-DEAN-PENDING
           IF PENDING-CTR > 0
               PERFORM DECIDE-DEAN-REQUESTS
           END-IF
           PERFORM WRITE-NOTICE-LISTING
           PERFORM REWRITE-REQUEST-FILE

           MOVE EXPIRED-CTR TO EXPIRED-CTR-OUT
           MOVE APPROVED-CTR TO APPROVED-CTR-OUT
           MOVE DENIED-CTR TO DENIED-CTR-OUT
           MOVE NOTICE-CTR TO NOTICE-CTR-OUT
           DISPLAY "DEAN-APPROVAL: " APPROVED-CTR-OUT " approved, "
               DENIED-CTR-OUT " denied, " EXPIRED-CTR-OUT
               " expired."
           DISPLAY "DEAN-APPROVAL: " NOTICE-CTR-OUT
               " request(s) reported on GRADE-CHANGE-NOTICE.TXT."
           STOP RUN.

      * Arguments in order: dean code, operator ID. Either one not
      * given is prompted for.
       GET-RUN-ARGUMENTS.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT > 0
               ACCEPT DEAN-CODE FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 1
               ACCEPT OPERATOR-ID FROM ARGUMENT-VALUE
           END-IF
           IF DEAN-CODE = SPACES
               DISPLAY "Enter dean code: " WITH NO ADVANCING
               ACCEPT DEAN-CODE
           END-IF
           IF DEAN-CODE = SPACES
               DISPLAY "DEAN-APPROVAL: NO DEAN CODE GIVEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-PERFORM.

      * Only an active operator holding the grade-change approval
      * permission may decide requests, and one tied to a dean code
      * only for that dean. Anyone else is refused and logged.
       VERIFY-OPERATOR.
           MOVE SPACES TO REFUSAL-REASON
           PERFORM LOOKUP-OPERATOR
           IF OPERATOR-FOUND-SW = 'N'
               MOVE "NOT ON OPERATOR.DAT" TO REFUSAL-REASON
           ELSE
               IF AUTH-STATUS NOT = "ACTIVE"
                   MOVE "OPERATOR REVOKED" TO REFUSAL-REASON
               ELSE
                   IF AUTH-GRADE-APPROVE NOT = 'Y'
                       MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
                   ELSE
                       IF AUTH-DEAN-CD NOT = SPACES
                           AND AUTH-DEAN-CD NOT = DEAN-CODE
                           MOVE "NOT AUTHORIZED FOR DEAN"
                               TO REFUSAL-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               MOVE SPACES TO REFUSAL-ATTEMPT
               STRING "APPROVE FOR DEAN " DELIMITED BY SIZE
                   DEAN-CODE DELIMITED BY SIZE
                   INTO REFUSAL-ATTEMPT
               END-STRING
               PERFORM LOG-REFUSAL
               DISPLAY "DEAN-APPROVAL: OPERATOR " OPERATOR-ID
                   " REFUSED - " REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SW
           MOVE 'N' TO OPER-EOF-FLAG
           OPEN INPUT OPER-FILE
           IF OPERFILE-STATUS NOT = "00"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN OPERATOR.DAT - "
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

       LOG-REFUSAL.
           OPEN EXTEND REFUSAL-FILE
           IF REFUSAL-FILE-STATUS NOT = "00"
               AND REFUSAL-FILE-STATUS NOT = "05"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN ACCESS-REFUSED.DAT "
                   "- FILE STATUS " REFUSAL-FILE-STATUS
           ELSE
               ACCEPT RFL-DATE FROM DATE YYYYMMDD
               ACCEPT RFL-TIME FROM TIME
               MOVE OPERATOR-ID TO RFL-OPERATOR
               MOVE "DEAN-APPROVAL" TO RFL-PROGRAM
               MOVE REFUSAL-ATTEMPT TO RFL-ATTEMPT
               MOVE REFUSAL-REASON TO RFL-REASON
               WRITE REFUSAL-RECORD
               CLOSE REFUSAL-FILE
           END-IF.

       CHECK-DEAN-CODE.
           MOVE 'N' TO DEAN-FOUND-SW
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-TABLE-COUNT
                   OR DEAN-FOUND-SW = 'Y'
               IF DEPT-TABLE-DEAN-CD (DEPT-IDX) = DEAN-CODE
                   MOVE 'Y' TO DEAN-FOUND-SW
               END-IF
           END-PERFORM
           IF DEAN-FOUND-SW = 'N'
               DISPLAY "DEAN-APPROVAL: DEAN CODE " DEAN-CODE
                   " IS NOT ON DEPARTMENT.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The dean a request answers to is the dean of its department.
       FIND-REQUEST-DEAN.
           MOVE SPACES TO REQUEST-DEAN-CD
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-TABLE-COUNT
                   OR REQUEST-DEAN-CD NOT = SPACES
               IF DEPT-TABLE-CD (DEPT-IDX) = RQT-DEPT-CD (REQ-IDX)
                   MOVE DEPT-TABLE-DEAN-CD (DEPT-IDX)
                       TO REQUEST-DEAN-CD
               END-IF
           END-PERFORM.

      * Once GRADE-ARCHIVE has closed a term its grades have gone to
      * history, so a request still pending for it can no longer be
      * applied - every dean's, not just this run's.
       EXPIRE-CLOSED-TERM-REQUESTS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               IF RQT-STATUS (REQ-IDX) = 'P'
                   PERFORM FIND-TERM-STATUS-ENTRY
                   IF TERMSTAT-FOUND-IDX > 0
                       IF TST-ARCHIVE-DONE (TERMSTAT-FOUND-IDX) = 'Y'
                           MOVE 'E' TO RQT-STATUS (REQ-IDX)
                           MOVE RUN-DATE
                               TO RQT-DECIDED-DATE (REQ-IDX)
                           MOVE OPERATOR-ID
                               TO RQT-DECIDED-BY (REQ-IDX)
                           MOVE "TERM CLOSED BEFORE DECISION"
                               TO RQT-DECISION-NOTE (REQ-IDX)
                           ADD 1 TO EXPIRED-CTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-TERM-STATUS-ENTRY.
           MOVE 0 TO TERMSTAT-FOUND-IDX
           PERFORM VARYING TERMSTAT-IDX FROM 1 BY 1
                   UNTIL TERMSTAT-IDX > TERMSTAT-COUNT
                   OR TERMSTAT-FOUND-IDX > 0
               IF TST-TERM (TERMSTAT-IDX) = RQT-TERM (REQ-IDX)
                   MOVE TERMSTAT-IDX TO TERMSTAT-FOUND-IDX
               END-IF
           END-PERFORM.

       LIST-DEAN-PENDING.
           DISPLAY " "
           DISPLAY "PENDING GRADE CHANGE REQUESTS - DEAN " DEAN-CODE
           DISPLAY " "
           DISPLAY "  NO.  ACT RECORD            TERM   OLD  ->  NEW  "
               "REASON            REQUESTER DATE"
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               IF RQT-STATUS (REQ-IDX) = 'P'
                   PERFORM FIND-REQUEST-DEAN
                   IF REQUEST-DEAN-CD = DEAN-CODE
                       ADD 1 TO PENDING-CTR
                       PERFORM SHOW-REQUEST-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE PENDING-CTR TO PENDING-CTR-OUT
           DISPLAY " "
           DISPLAY PENDING-CTR-OUT " request(s) pending for dean "
               DEAN-CODE ".".

       SHOW-REQUEST-LINE.
           PERFORM FORMAT-REQUEST-GRADES
           DISPLAY "  " REQ-IDX "  " ACTION-TEXT " "
               RQT-DEPT-CD (REQ-IDX) "-"
               RQT-SNO (REQ-IDX) "-" RQT-SUBJ (REQ-IDX) "  "
               RQT-TERM (REQ-IDX) "  " OLD-GRD-OUT " -> "
               NEW-GRD-OUT "  " REASON-TEXT "  "
               RQT-REQUESTER (REQ-IDX) " " RQT-REQ-DATE (REQ-IDX).

       FORMAT-REQUEST-GRADES.
           MOVE RQT-OLD-GRD (REQ-IDX) TO OLD-GRD-WORK
           PERFORM FORMAT-OLD-GRADE
           MOVE RQT-ACTION (REQ-IDX) TO ACTION-WORK
           PERFORM FORMAT-ACTION-TEXT
           IF ACTION-WORK-DELETE
               MOVE SPACES TO NEW-GRD-OUT
           ELSE
               MOVE RQT-NEW-GRD (REQ-IDX) TO GRD-EDIT
               MOVE GRD-EDIT TO NEW-GRD-OUT
           END-IF
           MOVE RQT-REASON-CD (REQ-IDX) TO REASON-WORK
           PERFORM FORMAT-REASON-TEXT.

       FORMAT-OLD-GRADE.
           IF OLD-GRD-WORK IS NUMERIC
               MOVE OLD-GRD-WORK-N TO GRD-EDIT
               MOVE GRD-EDIT TO OLD-GRD-OUT
           ELSE
               MOVE OLD-GRD-WORK TO OLD-GRD-OUT
           END-IF.

       FORMAT-ACTION-TEXT.
           EVALUATE TRUE
               WHEN ACTION-WORK-ADD
                   MOVE "ADD" TO ACTION-TEXT
               WHEN ACTION-WORK-DELETE
                   MOVE "DEL" TO ACTION-TEXT
               WHEN OTHER
                   MOVE "CHG" TO ACTION-TEXT
           END-EVALUATE.

       FORMAT-REASON-TEXT.
           EVALUATE REASON-WORK
               WHEN "CE"
                   MOVE "COMPUTATION ERR" TO REASON-TEXT
               WHEN "EE"
                   MOVE "ENCODING ERROR" TO REASON-TEXT
               WHEN "IC"
                   MOVE "INC COMPLETED" TO REASON-TEXT
               WHEN "RX"
                   MOVE "RE-EXAMINATION" TO REASON-TEXT
               WHEN "OT"
                   MOVE "OTHER" TO REASON-TEXT
               WHEN OTHER
                   MOVE REASON-WORK TO REASON-TEXT
           END-EVALUATE.

      * Walk the dean's pending requests in file order and take a
      * decision for each; S leaves a request pending for another day
      * and X stops taking decisions (what was decided is kept).
       DECIDE-DEAN-REQUESTS.
           OPEN I-O STUDENT-FILE
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN STUDENT.DAT - "
                   "FILE STATUS " STUDENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               AND AUDIT-FILE-STATUS NOT = "05"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN STUDENT-AUDIT.DAT "
                   "- FILE STATUS " AUDIT-FILE-STATUS
               CLOSE STUDENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO DECISION-CODE
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT OR DECISION-STOP
               IF RQT-STATUS (REQ-IDX) = 'P'
                   PERFORM FIND-REQUEST-DEAN
                   IF REQUEST-DEAN-CD = DEAN-CODE
                       PERFORM DECIDE-ONE-REQUEST
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE AUDIT-FILE.

       DECIDE-ONE-REQUEST.
           DISPLAY " "
           PERFORM SHOW-REQUEST-LINE
           IF RQT-REQUESTER (REQ-IDX) = OPERATOR-ID
               DISPLAY "  You raised this request - it must be "
                   "decided by another approver."
           ELSE
               MOVE 'N' TO DECISION-VALID-SW
               PERFORM UNTIL DECISION-VALID-SW = 'Y'
                   DISPLAY "  A - Approve, D - Deny, S - Skip, "
                       "X - Stop: " WITH NO ADVANCING
                   ACCEPT DECISION-CODE
                   IF DECISION-APPROVE OR DECISION-DENY
                       OR DECISION-SKIP OR DECISION-STOP
                       MOVE 'Y' TO DECISION-VALID-SW
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN DECISION-APPROVE
                       PERFORM APPLY-APPROVED-REQUEST
                   WHEN DECISION-DENY
                       DISPLAY "  Reason for denial: "
                           WITH NO ADVANCING
                       MOVE SPACES TO DENIAL-NOTE
                       ACCEPT DENIAL-NOTE
                       MOVE DENIAL-NOTE TO RQT-DECISION-NOTE (REQ-IDX)
                       PERFORM MARK-REQUEST-DENIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * The change is applied only to the grade it was raised against:
      * if the record has gone or its grade has moved since, applying
      * it would overwrite someone else's change, so it is denied and
      * the requester told why. An add is applied only if the key is
      * still free.
       APPLY-APPROVED-REQUEST.
           MOVE RQT-DEPT-CD (REQ-IDX) TO DEPT-CD-REC
           MOVE RQT-SNO (REQ-IDX) TO SNO-REC
           MOVE RQT-SUBJ (REQ-IDX) TO SUBJ-REC
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO RECORD-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN RQT-ACTION-ADD (REQ-IDX) AND RECORD-FOUND-SW = 'Y'
                   MOVE "RECORD ADDED SINCE REQUEST"
                       TO RQT-DECISION-NOTE (REQ-IDX)
                   PERFORM MARK-REQUEST-DENIED
                   DISPLAY "  Record has been added since the request "
                       "- request denied."
               WHEN RQT-ACTION-ADD (REQ-IDX)
                   PERFORM WRITE-APPROVED-ADD
               WHEN RECORD-FOUND-SW = 'N'
                   MOVE "RECORD NO LONGER ON FILE"
                       TO RQT-DECISION-NOTE (REQ-IDX)
                   PERFORM MARK-REQUEST-DENIED
                   DISPLAY "  Record no longer on STUDENT.DAT - "
                       "request denied."
               WHEN GRD-ALPHA NOT = RQT-OLD-GRD (REQ-IDX)
                   MOVE "GRADE CHANGED SINCE REQUEST"
                       TO RQT-DECISION-NOTE (REQ-IDX)
                   PERFORM MARK-REQUEST-DENIED
                   DISPLAY "  Grade has changed since the request - "
                       "request denied."
               WHEN RQT-ACTION-DELETE (REQ-IDX)
                   PERFORM DELETE-APPROVED-RECORD
               WHEN OTHER
                   PERFORM REWRITE-APPROVED-GRADE
           END-EVALUATE.

       REWRITE-APPROVED-GRADE.
           MOVE STUDENT-RECORD TO BEFORE-IMAGE-HOLD
           MOVE RQT-NEW-GRD (REQ-IDX) TO GRD-REC
           REWRITE STUDENT-RECORD
           IF STUDENT-FILE-STATUS = "00"
               MOVE STUDENT-RECORD TO AFTER-IMAGE-HOLD
               MOVE 'C' TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
               PERFORM MARK-REQUEST-APPLIED
           ELSE
               DISPLAY "  Rewrite failed - file status "
                   STUDENT-FILE-STATUS " - request left pending."
           END-IF.

       WRITE-APPROVED-ADD.
           MOVE RQT-DEPT-CD (REQ-IDX) TO DEPT-CD-REC
           MOVE RQT-SNO (REQ-IDX) TO SNO-REC
           MOVE RQT-SUBJ (REQ-IDX) TO SUBJ-REC
           MOVE RQT-SNAME (REQ-IDX) TO SNAME-REC
           MOVE RQT-NEW-GRD (REQ-IDX) TO GRD-REC
           MOVE RQT-TERM (REQ-IDX) TO TERM-REC
           WRITE STUDENT-RECORD
           IF STUDENT-FILE-STATUS = "00"
               MOVE SPACES TO BEFORE-IMAGE-HOLD
               MOVE STUDENT-RECORD TO AFTER-IMAGE-HOLD
               MOVE 'A' TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
               PERFORM MARK-REQUEST-APPLIED
           ELSE
               DISPLAY "  Write failed - file status "
                   STUDENT-FILE-STATUS " - request left pending."
           END-IF.

       DELETE-APPROVED-RECORD.
           MOVE STUDENT-RECORD TO BEFORE-IMAGE-HOLD
           DELETE STUDENT-FILE RECORD
           IF STUDENT-FILE-STATUS = "00"
               MOVE SPACES TO AFTER-IMAGE-HOLD
               MOVE 'D' TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
               PERFORM MARK-REQUEST-APPLIED
           ELSE
               DISPLAY "  Delete failed - file status "
                   STUDENT-FILE-STATUS " - request left pending."
           END-IF.

       MARK-REQUEST-APPLIED.
           MOVE 'A' TO RQT-STATUS (REQ-IDX)
           MOVE RUN-DATE TO RQT-DECIDED-DATE (REQ-IDX)
           MOVE OPERATOR-ID TO RQT-DECIDED-BY (REQ-IDX)
           MOVE "APPLIED" TO RQT-DECISION-NOTE (REQ-IDX)
           ADD 1 TO APPROVED-CTR
           DISPLAY "  Approved and applied.".

       MARK-REQUEST-DENIED.
           MOVE 'D' TO RQT-STATUS (REQ-IDX)
           MOVE RUN-DATE TO RQT-DECIDED-DATE (REQ-IDX)
           MOVE OPERATOR-ID TO RQT-DECIDED-BY (REQ-IDX)
           ADD 1 TO DENIED-CTR.

      * Same audit layout STUDENT-MAINT writes. The change is charged
      * to the operator who requested it - the approver is on the
      * request itself.
       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE RQT-REQUESTER (REQ-IDX) TO AUD-OPERATOR
           MOVE AUDIT-ACTION TO AUD-ACTION
           MOVE RQT-DEPT-CD (REQ-IDX) TO AUD-DEPT-CD
           MOVE RQT-SNO (REQ-IDX) TO AUD-SNO
           MOVE RQT-SUBJ (REQ-IDX) TO AUD-SUBJ
           MOVE BEFORE-IMAGE-HOLD TO AUD-BEFORE-IMAGE
           MOVE AFTER-IMAGE-HOLD TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "DEAN-APPROVAL: AUDIT WRITE FAILED - FILE "
                   "STATUS " AUDIT-FILE-STATUS
           END-IF.

      * Every denied or expired request not yet reported, whichever
      * dean it belonged to, grouped under the operator who raised
      * it; each is stamped with today's date so it is reported once.
      * Each run's notices are added after the earlier runs' under
      * their own dated title, so none is lost before it is sent.
       WRITE-NOTICE-LISTING.
           OPEN EXTEND NOTICE-FILE
           IF NOTICE-FILE-STATUS NOT = "00"
               AND NOTICE-FILE-STATUS NOT = "05"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN "
                   "GRADE-CHANGE-NOTICE.TXT - FILE STATUS "
                   NOTICE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-DATE TO NTC-RUN-DATE
           WRITE NOTICE-FILE-LINE FROM NOTICE-TITLE-LINE
           MOVE SPACES TO NOTICE-FILE-LINE
           WRITE NOTICE-FILE-LINE
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               IF (RQT-STATUS (REQ-IDX) = 'D'
                   OR RQT-STATUS (REQ-IDX) = 'E')
                   AND RQT-NOTICE-DATE (REQ-IDX) = SPACES
                   PERFORM WRITE-REQUESTER-NOTICES
               END-IF
           END-PERFORM
           IF NOTICE-CTR = 0
               WRITE NOTICE-FILE-LINE FROM NOTICE-NONE-LINE
           END-IF
           CLOSE NOTICE-FILE.

       WRITE-REQUESTER-NOTICES.
           MOVE RQT-REQUESTER (REQ-IDX) TO NTC-REQUESTER
           WRITE NOTICE-FILE-LINE FROM NOTICE-REQUESTER-LINE
           PERFORM VARYING REQ-SCAN-IDX FROM REQ-IDX BY 1
                   UNTIL REQ-SCAN-IDX > REQ-COUNT
               IF (RQT-STATUS (REQ-SCAN-IDX) = 'D'
                   OR RQT-STATUS (REQ-SCAN-IDX) = 'E')
                   AND RQT-NOTICE-DATE (REQ-SCAN-IDX) = SPACES
                   AND RQT-REQUESTER (REQ-SCAN-IDX) = NTC-REQUESTER
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-PERFORM
           MOVE SPACES TO NOTICE-FILE-LINE
           WRITE NOTICE-FILE-LINE.

       WRITE-ONE-NOTICE.
           MOVE RQT-OLD-GRD (REQ-SCAN-IDX) TO OLD-GRD-WORK
           PERFORM FORMAT-OLD-GRADE
           MOVE OLD-GRD-OUT TO NTC-OLD-GRD
           MOVE RQT-ACTION (REQ-SCAN-IDX) TO ACTION-WORK
           PERFORM FORMAT-ACTION-TEXT
           MOVE ACTION-TEXT TO NTC-ACTION
           IF ACTION-WORK-DELETE
               MOVE SPACES TO NTC-NEW-GRD
           ELSE
               MOVE RQT-NEW-GRD (REQ-SCAN-IDX) TO GRD-EDIT
               MOVE GRD-EDIT TO NTC-NEW-GRD
           END-IF
           MOVE RQT-REQ-DATE (REQ-SCAN-IDX) TO NTC-REQ-DATE
           MOVE RQT-DEPT-CD (REQ-SCAN-IDX) TO NTC-DEPT-CD
           MOVE RQT-SNO (REQ-SCAN-IDX) TO NTC-SNO
           MOVE RQT-SUBJ (REQ-SCAN-IDX) TO NTC-SUBJ
           MOVE RQT-TERM (REQ-SCAN-IDX) TO NTC-TERM
           IF RQT-STATUS (REQ-SCAN-IDX) = 'D'
               MOVE "DENIED" TO NTC-STATUS
           ELSE
               MOVE "EXPIRED" TO NTC-STATUS
           END-IF
           MOVE RQT-DECIDED-DATE (REQ-SCAN-IDX) TO NTC-DECIDED-DATE
           MOVE RQT-DECIDED-BY (REQ-SCAN-IDX) TO NTC-DECIDED-BY
           WRITE NOTICE-FILE-LINE FROM NOTICE-DETAIL-LINE
           MOVE RQT-REASON-CD (REQ-SCAN-IDX) TO REASON-WORK
           PERFORM FORMAT-REASON-TEXT
           MOVE REASON-TEXT TO NTC-REASON-TEXT
           MOVE RQT-DECISION-NOTE (REQ-SCAN-IDX) TO NTC-NOTE
           WRITE NOTICE-FILE-LINE FROM NOTICE-NOTE-LINE
           MOVE RUN-DATE TO RQT-NOTICE-DATE (REQ-SCAN-IDX)
           ADD 1 TO NOTICE-CTR.

       LOAD-REQUEST-TABLE.
           MOVE 'N' TO CHGREQ-EOF-FLAG
           OPEN INPUT CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               AND CHGREQ-FILE-STATUS NOT = "05"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN "
                   "GRADE-CHANGE-REQ.DAT - FILE STATUS "
                   CHGREQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CHGREQ-EOF-FLAG = 'Y'
               READ CHGREQ-FILE
                   AT END
                       MOVE 'Y' TO CHGREQ-EOF-FLAG
                   NOT AT END
                       IF REQ-COUNT < REQ-MAX
                           ADD 1 TO REQ-COUNT
                           MOVE CHANGE-REQUEST-RECORD
                               TO REQ-ENTRY (REQ-COUNT)
                       ELSE
                           DISPLAY "GRADE-CHANGE-REQ.DAT has more "
                               "records than this program can hold "
                               "- run refused."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHGREQ-FILE.

       REWRITE-REQUEST-FILE.
           OPEN OUTPUT CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               DISPLAY "DEAN-APPROVAL: CANNOT REWRITE "
                   "GRADE-CHANGE-REQ.DAT - FILE STATUS "
                   CHGREQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               MOVE REQ-ENTRY (REQ-IDX) TO CHANGE-REQUEST-RECORD
               WRITE CHANGE-REQUEST-RECORD
           END-PERFORM
           CLOSE CHGREQ-FILE.

       LOAD-TERM-STATUS-TABLE.
           MOVE 'N' TO TERMSTAT-EOF-FLAG
           OPEN INPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
               AND TERMSTAT-FILE-STATUS NOT = "05"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN TERM-STATUS.DAT - "
                   "FILE STATUS " TERMSTAT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL TERMSTAT-EOF-FLAG = 'Y'
               READ TERMSTAT-FILE
                   AT END
                       MOVE 'Y' TO TERMSTAT-EOF-FLAG
                   NOT AT END
                       IF TERMSTAT-COUNT < TERMSTAT-MAX
                           ADD 1 TO TERMSTAT-COUNT
                           MOVE TERM-STATUS-RECORD
                               TO TERMSTAT-ENTRY (TERMSTAT-COUNT)
                       ELSE
                           DISPLAY "TERM-STATUS.DAT has more records "
                               "than this program can hold - run "
                               "refused."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMSTAT-FILE.

       LOAD-DEPARTMENT-TABLE.
           MOVE 'N' TO DEPT-EOF-FLAG
           OPEN INPUT DEPT-FILE
           IF DEPTFILE-STATUS NOT = "00"
               DISPLAY "DEAN-APPROVAL: CANNOT OPEN DEPARTMENT.DAT - "
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
