       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-BACKOUT.
       AUTHOR. Julius Castillejo.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      *   2026-10-15  JC  Initial version. Backs one bad STUDENT-TRANS
      *                   .DAT feed out of STUDENT.DAT from the
      *                   STUDENT-AUDIT.DAT trail, instead of
      *                   restoring the whole file from a backup and
      *                   losing every good STUDENT-MAINT change made
      *                   since. The batch is picked out by the
      *                   operator ID it ran under and a run date/time
      *                   window. Its changes are undone latest first:
      *                   an add is removed, a correction undone and a
      *                   delete re-added, each only while the record
      *                   still matches the audit "after" image. A
      *                   record changed again since the batch is held
      *                   and listed on BATCH-BACKOUT-LIST.TXT, never
      *                   overwritten. Preview mode lists what would be
      *                   done and changes nothing. Each reversal is
      *                   written to STUDENT-AUDIT.DAT with action code
      *                   R, and every term touched has its report and
      *                   reconcile steps cleared on TERM-STATUS.DAT so
      *                   it must be reported and reconciled again.
      *                   Arguments: batch operator ID, from date, from
      *                   time, to date, to time, mode (P preview or A
      *                   apply), operator running the back-out -
      *                   anything not given is prompted for.
      *   2026-10-15  JC  Applying a back-out now also clears the
      *                   touched terms' registrar transmitted and
      *                   acknowledged steps - the reversal changes what
      *                   the registrar was sent.
      *   2026-10-15  JC  A correction, add or delete the bad feed made
      *                   in a term already reported did not reach
      *                   STUDENT-AUDIT.DAT in the window - STUDENT-
      *                   BATCH held it on GRADE-CHANGE-REQ.DAT for the
      *                   dean, whose approval is audited when given.
      *                   The batch operator's requests still pending
      *                   from the window are now listed too, and
      *                   applying the back-out withdraws them (status
      *                   W), so the dean can no longer approve them.
      *                   One the dean has already approved is undone
      *                   through the STUDENT-AUDIT.DAT entry DEAN-
      *                   APPROVAL wrote for it - the first entry under
      *                   the requester for the same record and action
      *                   stamped at or after the request, inside the
      *                   window or not - with the same hold checks as
      *                   the batch's own entries. An approved request
      *                   with no such entry is listed as not reversed
      *                   and the run ends RC 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL CHGREQ-FILE ASSIGN TO "GRADE-CHANGE-REQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGREQ-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "BATCH-BACKOUT-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERFILE-STATUS.
           SELECT OPTIONAL REFUSAL-FILE ASSIGN TO "ACCESS-REFUSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05  STUDENT-KEY.
               10  DEPT-CD-REC     PIC X(3).
               10  SNO-REC         PIC X(3).
               10  SUBJ-REC        PIC X(6).
           05  SNAME-REC           PIC X(25).
           05  GRD-REC             PIC 9V99.
           05  TERM-REC            PIC X(5).

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

      * Grade-change requests held for dean approval - same layout
      * STUDENT-MAINT and STUDENT-BATCH write and DEAN-APPROVAL
      * decides.
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

       FD  LIST-FILE.
       01  LIST-FILE-LINE          PIC X(100).

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

       01  STUDENT-FILE-STATUS     PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  TERMSTAT-FILE-STATUS    PIC XX.
       01  LIST-FILE-STATUS        PIC XX.
       01  CHGREQ-FILE-STATUS      PIC XX.
       01  OPERFILE-STATUS         PIC XX.
       01  REFUSAL-FILE-STATUS     PIC XX.

      * The batch being backed out, and who is backing it out.
       01  ARG-COUNT               PIC 9 VALUE 0.
       01  BATCH-OPERATOR          PIC X(8) VALUE SPACES.
       01  FROM-DATE               PIC X(8) VALUE SPACES.
       01  FROM-TIME               PIC X(6) VALUE SPACES.
       01  TO-DATE                 PIC X(8) VALUE SPACES.
       01  TO-TIME                 PIC X(6) VALUE SPACES.
       01  RUN-MODE                PIC X VALUE SPACE.
           88  PREVIEW-MODE                   VALUE 'P' 'p'.
           88  APPLY-MODE                     VALUE 'A' 'a'.
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  RUN-DATE                PIC X(8).

      * Audit stamps are compared as one date-and-time value.
       01  FROM-STAMP.
           05  FROM-STAMP-DATE     PIC X(8).
           05  FROM-STAMP-TIME     PIC X(6).
       01  TO-STAMP.
           05  TO-STAMP-DATE       PIC X(8).
           05  TO-STAMP-TIME       PIC X(6).
       01  AUDIT-STAMP.
           05  AUDIT-STAMP-DATE    PIC X(8).
           05  AUDIT-STAMP-TIME    PIC X(6).
       01  REQUEST-STAMP.
           05  REQUEST-STAMP-DATE  PIC X(8).
           05  REQUEST-STAMP-TIME  PIC X(6).

      * The back-out operator's OPERATOR.DAT entry, and the refusal
      * being logged.
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

      * In-memory image of TERM-STATUS.DAT - an archived term is not
      * backed out, and a backed-out term's report and reconcile
      * steps are cleared and the file rewritten whole.
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

      * Distinct school terms a reversal touched, collected the way
      * STUDENT-BATCH collects the terms its transactions touch.
       01  TOUCHED-TERM-COUNT      PIC 99 VALUE 0.
       01  TOUCHED-TERM-MAX        PIC 99 VALUE 50.
       01  TOUCHED-TERM-IDX        PIC 99 VALUE 0.
       01  TOUCHED-TERM-FOUND-SW   PIC X VALUE 'N'.
       01  TOUCHED-TERM-WORK       PIC X(5).
       01  TOUCHED-TERM-ENTRIES.
           05  TOUCHED-TERM-CD OCCURS 50 TIMES PIC X(5).

      * The batch's audit entries in trail order. They are undone from
      * the last back to the first, so a record the batch changed more
      * than once comes back through each of its earlier images.
       01  AUDIT-EOF-FLAG          PIC X VALUE 'N'.
       01  BKO-COUNT               PIC 9(4) VALUE 0.
       01  BKO-MAX                 PIC 9(4) VALUE 2000.
       01  BKO-IDX                 PIC 9(4) VALUE 0.
       01  BKO-SCAN-IDX            PIC 9(4) VALUE 0.
       01  BKO-LATER-IDX           PIC 9(4) VALUE 0.
       01  BKO-ENTRIES.
           05  BKO-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY BKO-TAB-IDX.
               10  BKT-AUDIT-ENTRY.
                   15  BKT-DATE            PIC X(8).
                   15  BKT-TIME            PIC X(6).
                   15  BKT-OPERATOR        PIC X(8).
                   15  BKT-ACTION          PIC X(1).
                   15  BKT-KEY.
                       20  BKT-DEPT-CD     PIC X(3).
                       20  BKT-SNO         PIC X(3).
                       20  BKT-SUBJ        PIC X(6).
                   15  BKT-BEFORE-IMAGE    PIC X(45).
                   15  BKT-AFTER-IMAGE     PIC X(45).
               10  BKT-RESULT          PIC X.
                   88  BKT-REVERSED               VALUE 'R'.
                   88  BKT-HELD                   VALUE 'H'.
               10  BKT-HOLD-REASON     PIC X(25).
               10  BKT-ON-FILE-IMAGE   PIC X(45).

      * In-memory image of GRADE-CHANGE-REQ.DAT. A request the batch
      * raised that is still pending is marked for withdrawal; in
      * apply mode the file is rewritten whole, as DEAN-APPROVAL does.
      * One the dean has approved is marked to be matched to its
      * audit entry.
       01  CHGREQ-EOF-FLAG         PIC X VALUE 'N'.
       01  REQ-COUNT               PIC 9(3) VALUE 0.
       01  REQ-MAX                 PIC 9(3) VALUE 500.
       01  REQ-IDX                 PIC 9(3) VALUE 0.
       01  REQ-FOUND-IDX           PIC 9(3) VALUE 0.
       01  REQ-ACTION-WORK         PIC X.
       01  AUDIT-SELECT-SW         PIC X VALUE 'N'.
       01  REQ-ENTRIES.
           05  REQ-ENTRY OCCURS 500 TIMES
                                   INDEXED BY REQ-TAB-IDX.
               10  RQT-REQUEST.
                   15  RQT-REQ-DATE        PIC X(8).
                   15  RQT-REQ-TIME        PIC X(6).
                   15  RQT-REQUESTER       PIC X(8).
                   15  RQT-SOURCE          PIC X(13).
                   15  RQT-DEPT-CD         PIC X(3).
                   15  RQT-SNO             PIC X(3).
                   15  RQT-SUBJ            PIC X(6).
                   15  RQT-TERM            PIC X(5).
                   15  RQT-OLD-GRD         PIC X(3).
                   15  RQT-NEW-GRD         PIC 9V99.
                   15  RQT-REASON-CD       PIC X(2).
                   15  RQT-STATUS          PIC X.
                   15  RQT-DECIDED-DATE    PIC X(8).
                   15  RQT-DECIDED-BY      PIC X(8).
                   15  RQT-DECISION-NOTE   PIC X(30).
                   15  RQT-NOTICE-DATE     PIC X(8).
                   15  RQT-ACTION          PIC X.
                   15  RQT-SNAME           PIC X(25).
               10  RQT-WITHDRAW-SW     PIC X.
               10  RQT-REVERSE-SW      PIC X.
                   88  RQT-REVERSE-WANTED         VALUE 'Y' 'M'.
                   88  RQT-REVERSE-MATCHED        VALUE 'M'.

      * The record as it stands before an entry is undone - on file,
      * or as a later entry of this batch for the same key leaves it.
      * Spaces mean there is no record under the key.
       01  CURRENT-IMAGE           PIC X(45).
       01  RESTORE-IMAGE           PIC X(45).
       01  RESTORE-IMAGE-R REDEFINES RESTORE-IMAGE.
           05  FILLER              PIC X(40).
           05  RESTORE-TERM        PIC X(5).
       01  REMOVED-IMAGE           PIC X(45).
       01  REMOVED-IMAGE-R REDEFINES REMOVED-IMAGE.
           05  FILLER              PIC X(40).
           05  REMOVED-TERM        PIC X(5).

       01  SELECTED-CTR            PIC 9(4) VALUE 0.
       01  REVERSED-CTR            PIC 9(4) VALUE 0.
       01  HELD-CTR                PIC 9(4) VALUE 0.
       01  WITHDRAWN-CTR           PIC 9(4) VALUE 0.
       01  APPROVED-REQ-CTR        PIC 9(4) VALUE 0.
       01  UNMATCHED-REQ-CTR       PIC 9(4) VALUE 0.
       01  UNMATCHED-REQ-CTR-OUT   PIC ZZZ9.
       01  SELECTED-CTR-OUT        PIC ZZZ9.
       01  REVERSED-CTR-OUT        PIC ZZZ9.
       01  HELD-CTR-OUT            PIC ZZZ9.
       01  WITHDRAWN-CTR-OUT       PIC ZZZ9.

       01  LIST-TITLE-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(34)
               VALUE "STUDENT-TRANS.DAT BATCH BACK-OUT".
           05  LST-MODE-OUT        PIC X(30).
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  LST-RUN-DATE-OUT    PIC X(8).

       01  LIST-SELECT-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "BATCH OPERATOR: ".
           05  SEL-OPERATOR-OUT    PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "FROM: ".
           05  SEL-FROM-DATE-OUT   PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  SEL-FROM-TIME-OUT   PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE "TO: ".
           05  SEL-TO-DATE-OUT     PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  SEL-TO-TIME-OUT     PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "RUN BY: ".
           05  SEL-RUN-BY-OUT      PIC X(8).

       01  LIST-COLUMN-HEADER.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(17) VALUE "CHANGED".
           05  FILLER              PIC X(3)  VALUE "AC".
           05  FILLER              PIC X(16) VALUE "RECORD".
           05  FILLER              PIC X(16) VALUE "RESULT".
           05  FILLER              PIC X(25) VALUE "REASON HELD".

       01  LIST-ENTRY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ENT-DATE-OUT        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  ENT-TIME-OUT        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ENT-ACTION-OUT      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ENT-DEPT-OUT        PIC X(3).
           05  FILLER              PIC X(1)  VALUE "-".
           05  ENT-SNO-OUT         PIC X(3).
           05  FILLER              PIC X(1)  VALUE "-".
           05  ENT-SUBJ-OUT        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ENT-RESULT-OUT      PIC X(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ENT-REASON-OUT      PIC X(25).

       01  LIST-REQUEST-HEADER.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "REQUESTS RAISED FOR DEAN APPROVAL".

       01  LIST-IMAGE-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  IMG-LABEL-OUT       PIC X(10).
           05  IMG-IMAGE-OUT       PIC X(45).

       01  LIST-TERM-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "TERM ".
           05  TRM-TERM-OUT        PIC X(5).
           05  TRM-TEXT-OUT        PIC X(65).

       01  LIST-TOTAL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(18)
               VALUE "ENTRIES SELECTED: ".
           05  TOT-SELECTED-OUT    PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE "   REVERSED: ".
           05  TOT-REVERSED-OUT    PIC ZZZ9.
           05  FILLER              PIC X(9)  VALUE "   HELD: ".
           05  TOT-HELD-OUT        PIC ZZZ9.
           05  FILLER              PIC X(23)
               VALUE "   REQUESTS WITHDRAWN: ".
           05  TOT-WITHDRAWN-OUT   PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-SELECTION
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-TERM-STATUS-TABLE
           PERFORM SELECT-BATCH-REQUESTS
           PERFORM SELECT-BATCH-ENTRIES
           PERFORM COUNT-UNMATCHED-REQUESTS
           IF BKO-COUNT = 0 AND WITHDRAWN-CTR = 0
               AND APPROVED-REQ-CTR = 0
               DISPLAY "BATCH-BACKOUT: NO STUDENT-AUDIT.DAT CHANGES OR "
                   "GRADE-CHANGE-REQ.DAT REQUESTS BY "
                   BATCH-OPERATOR " IN THE WINDOW GIVEN"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APPLY-MODE
               OPEN I-O STUDENT-FILE
           ELSE
               OPEN INPUT STUDENT-FILE
           END-IF
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "BATCH-BACKOUT: CANNOT OPEN STUDENT.DAT - "
                   "FILE STATUS " STUDENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APPLY-MODE
               OPEN EXTEND AUDIT-FILE
               IF AUDIT-FILE-STATUS NOT = "00"
                   AND AUDIT-FILE-STATUS NOT = "05"
                   DISPLAY "BATCH-BACKOUT: CANNOT OPEN "
                       "STUDENT-AUDIT.DAT - FILE STATUS "
                       AUDIT-FILE-STATUS
                   CLOSE STUDENT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM BACK-OUT-ONE-ENTRY
               VARYING BKO-IDX FROM BKO-COUNT BY -1
               UNTIL BKO-IDX < 1

           CLOSE STUDENT-FILE
           IF APPLY-MODE
               CLOSE AUDIT-FILE
               IF TOUCHED-TERM-COUNT > 0
                   PERFORM CLEAR-TOUCHED-TERMS
               END-IF
               IF WITHDRAWN-CTR > 0
                   PERFORM WITHDRAW-BATCH-REQUESTS
               END-IF
           END-IF
           PERFORM WRITE-BACKOUT-LISTING

           MOVE SELECTED-CTR TO SELECTED-CTR-OUT
           MOVE REVERSED-CTR TO REVERSED-CTR-OUT
           MOVE HELD-CTR TO HELD-CTR-OUT
           MOVE WITHDRAWN-CTR TO WITHDRAWN-CTR-OUT
           IF APPLY-MODE
               DISPLAY "BATCH-BACKOUT: " SELECTED-CTR-OUT
                   " change(s) selected, " REVERSED-CTR-OUT
                   " reversed, " HELD-CTR-OUT " held, "
                   WITHDRAWN-CTR-OUT " pending request(s) withdrawn."
           ELSE
               DISPLAY "BATCH-BACKOUT: PREVIEW - " SELECTED-CTR-OUT
                   " change(s) selected, " REVERSED-CTR-OUT
                   " would be reversed, " HELD-CTR-OUT " held, "
                   WITHDRAWN-CTR-OUT " pending request(s) would be "
                   "withdrawn. Nothing was changed."
           END-IF
           IF UNMATCHED-REQ-CTR > 0
               MOVE UNMATCHED-REQ-CTR TO UNMATCHED-REQ-CTR-OUT
               DISPLAY "BATCH-BACKOUT: " UNMATCHED-REQ-CTR-OUT
                   " dean-approved request(s) have no audit entry "
                   "and were not reversed."
           END-IF
           IF HELD-CTR > 0 OR UNMATCHED-REQ-CTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-SELECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT > 0
               ACCEPT BATCH-OPERATOR FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 1
               ACCEPT FROM-DATE FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 2
               ACCEPT FROM-TIME FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 3
               ACCEPT TO-DATE FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 4
               ACCEPT TO-TIME FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 5
               ACCEPT RUN-MODE FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 6
               ACCEPT OPERATOR-ID FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT = 0
               DISPLAY "Operator ID the batch ran under: "
                   WITH NO ADVANCING
               ACCEPT BATCH-OPERATOR
               DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT FROM-DATE
               DISPLAY "From time (HHMMSS, blank = start of day): "
                   WITH NO ADVANCING
               ACCEPT FROM-TIME
               DISPLAY "To date (YYYYMMDD, blank = from date): "
                   WITH NO ADVANCING
               ACCEPT TO-DATE
               DISPLAY "To time (HHMMSS, blank = end of day): "
                   WITH NO ADVANCING
               ACCEPT TO-TIME
           END-IF
           IF BATCH-OPERATOR = SPACES OR FROM-DATE = SPACES
               DISPLAY "BATCH-BACKOUT: BATCH OPERATOR AND FROM DATE "
                   "ARE REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TO-DATE = SPACES
               MOVE FROM-DATE TO TO-DATE
           END-IF
           IF FROM-TIME = SPACES
               MOVE "000000" TO FROM-TIME
           END-IF
           IF TO-TIME = SPACES
               MOVE "235959" TO TO-TIME
           END-IF
           MOVE FROM-DATE TO FROM-STAMP-DATE
           MOVE FROM-TIME TO FROM-STAMP-TIME
           MOVE TO-DATE TO TO-STAMP-DATE
           MOVE TO-TIME TO TO-STAMP-TIME
           IF FROM-STAMP > TO-STAMP
               DISPLAY "BATCH-BACKOUT: FROM DATE/TIME IS AFTER TO "
                   "DATE/TIME"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PREVIEW-MODE OR APPLY-MODE
               DISPLAY "Mode (P - preview, A - apply): "
                   WITH NO ADVANCING
               ACCEPT RUN-MODE
           END-PERFORM
           PERFORM UNTIL OPERATOR-ID NOT = SPACES
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-PERFORM.

      * Anyone active on OPERATOR.DAT may preview. Applying a back-out
      * adds, corrects and deletes grade records, so it needs all
      * three grade permissions - a back-out refused half way would
      * leave the batch partly undone.
       VERIFY-OPERATOR.
           MOVE SPACES TO REFUSAL-REASON
           PERFORM LOOKUP-OPERATOR
           IF OPERATOR-FOUND-SW = 'N'
               MOVE "NOT ON OPERATOR.DAT" TO REFUSAL-REASON
           ELSE
               IF AUTH-STATUS NOT = "ACTIVE"
                   MOVE "OPERATOR REVOKED" TO REFUSAL-REASON
               ELSE
                   IF APPLY-MODE
                       AND (AUTH-GRADE-ADD NOT = 'Y'
                       OR AUTH-GRADE-CORRECT NOT = 'Y'
                       OR AUTH-GRADE-DELETE NOT = 'Y')
                       MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
                   END-IF
               END-IF
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               MOVE SPACES TO REFUSAL-ATTEMPT
               STRING "BACK OUT BATCH OF " DELIMITED BY SIZE
                   BATCH-OPERATOR DELIMITED BY SIZE
                   INTO REFUSAL-ATTEMPT
               END-STRING
               PERFORM LOG-REFUSAL
               DISPLAY "BATCH-BACKOUT: OPERATOR " OPERATOR-ID
                   " REFUSED - " REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SW
           MOVE 'N' TO OPER-EOF-FLAG
           OPEN INPUT OPER-FILE
           IF OPERFILE-STATUS NOT = "00"
               DISPLAY "BATCH-BACKOUT: CANNOT OPEN OPERATOR.DAT - "
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
               DISPLAY "BATCH-BACKOUT: CANNOT OPEN ACCESS-REFUSED.DAT "
                   "- FILE STATUS " REFUSAL-FILE-STATUS
           ELSE
               ACCEPT RFL-DATE FROM DATE YYYYMMDD
               ACCEPT RFL-TIME FROM TIME
               MOVE OPERATOR-ID TO RFL-OPERATOR
               MOVE "BATCH-BACKOUT" TO RFL-PROGRAM
               MOVE REFUSAL-ATTEMPT TO RFL-ATTEMPT
               MOVE REFUSAL-REASON TO RFL-REASON
               WRITE REFUSAL-RECORD
               CLOSE REFUSAL-FILE
           END-IF.

      * Only keyed changes are the batch's - adds, corrections and
      * deletes. An INC-LAPSE entry (L) or an earlier back-out's
      * reversal (R) is never selected. Besides those in the window,
      * the entry DEAN-APPROVAL wrote for each of the batch's approved
      * requests is selected, whenever the dean approved it.
       SELECT-BATCH-ENTRIES.
           MOVE 'N' TO AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               AND AUDIT-FILE-STATUS NOT = "05"
               DISPLAY "BATCH-BACKOUT: CANNOT OPEN STUDENT-AUDIT.DAT "
                   "- FILE STATUS " AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL AUDIT-EOF-FLAG = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO AUDIT-EOF-FLAG
                   NOT AT END
                       PERFORM TEST-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       TEST-AUDIT-ENTRY.
           MOVE AUD-DATE TO AUDIT-STAMP-DATE
           MOVE AUD-TIME TO AUDIT-STAMP-TIME
           MOVE 'N' TO AUDIT-SELECT-SW
           IF AUD-OPERATOR = BATCH-OPERATOR
               AND (AUD-ACTION = 'A' OR AUD-ACTION = 'C'
                   OR AUD-ACTION = 'D')
               IF AUDIT-STAMP >= FROM-STAMP
                   AND AUDIT-STAMP <= TO-STAMP
                   MOVE 'Y' TO AUDIT-SELECT-SW
               END-IF
               IF APPROVED-REQ-CTR > 0
                   PERFORM MATCH-APPROVED-REQUEST
               END-IF
           END-IF
           IF AUDIT-SELECT-SW = 'Y'
               IF BKO-COUNT < BKO-MAX
                   ADD 1 TO BKO-COUNT
                   ADD 1 TO SELECTED-CTR
                   MOVE AUDIT-RECORD TO BKT-AUDIT-ENTRY (BKO-COUNT)
                   MOVE SPACE TO BKT-RESULT (BKO-COUNT)
                   MOVE SPACES TO BKT-HOLD-REASON (BKO-COUNT)
                   MOVE SPACES TO BKT-ON-FILE-IMAGE (BKO-COUNT)
               ELSE
                   DISPLAY "STUDENT-AUDIT.DAT has more changes in the "
                       "window than this program can hold - run "
                       "refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * DEAN-APPROVAL charges an approved change to the operator who
      * requested it, stamped when it was approved. The first such
      * entry for the request's record and action at or after the
      * request is the one the approval wrote.
       MATCH-APPROVED-REQUEST.
           MOVE 0 TO REQ-FOUND-IDX
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
                   OR REQ-FOUND-IDX > 0
               IF RQT-REVERSE-WANTED (REQ-IDX)
                   AND NOT RQT-REVERSE-MATCHED (REQ-IDX)
                   AND RQT-DEPT-CD (REQ-IDX) = AUD-DEPT-CD
                   AND RQT-SNO (REQ-IDX) = AUD-SNO
                   AND RQT-SUBJ (REQ-IDX) = AUD-SUBJ
                   MOVE RQT-REQ-DATE (REQ-IDX) TO REQUEST-STAMP-DATE
                   MOVE RQT-REQ-TIME (REQ-IDX) TO REQUEST-STAMP-TIME
                   MOVE RQT-ACTION (REQ-IDX) TO REQ-ACTION-WORK
                   IF REQ-ACTION-WORK = SPACE
                       MOVE 'C' TO REQ-ACTION-WORK
                   END-IF
                   IF AUDIT-STAMP >= REQUEST-STAMP
                       AND AUD-ACTION = REQ-ACTION-WORK
                       MOVE REQ-IDX TO REQ-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF REQ-FOUND-IDX > 0
               MOVE 'M' TO RQT-REVERSE-SW (REQ-FOUND-IDX)
               MOVE 'Y' TO AUDIT-SELECT-SW
           END-IF.

       COUNT-UNMATCHED-REQUESTS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               IF RQT-REVERSE-WANTED (REQ-IDX)
                   AND NOT RQT-REVERSE-MATCHED (REQ-IDX)
                   ADD 1 TO UNMATCHED-REQ-CTR
               END-IF
           END-PERFORM.

      * What the batch changed in a reported term went to the dean's
      * queue instead of the audit trail. Every request the batch
      * operator raised in the window is the batch's: one still
      * pending is withdrawn, one approved is undone through its
      * audit entry, and one denied or expired never took effect.
       SELECT-BATCH-REQUESTS.
           MOVE 'N' TO CHGREQ-EOF-FLAG
           OPEN INPUT CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               AND CHGREQ-FILE-STATUS NOT = "05"
               DISPLAY "BATCH-BACKOUT: CANNOT OPEN "
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
                       PERFORM TEST-CHANGE-REQUEST
               END-READ
           END-PERFORM
           CLOSE CHGREQ-FILE.

       TEST-CHANGE-REQUEST.
           IF REQ-COUNT < REQ-MAX
               ADD 1 TO REQ-COUNT
               MOVE CHANGE-REQUEST-RECORD TO RQT-REQUEST (REQ-COUNT)
               MOVE 'N' TO RQT-WITHDRAW-SW (REQ-COUNT)
               MOVE 'N' TO RQT-REVERSE-SW (REQ-COUNT)
           ELSE
               DISPLAY "GRADE-CHANGE-REQ.DAT has more records than "
                   "this program can hold - run refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CRQ-REQ-DATE TO REQUEST-STAMP-DATE
           MOVE CRQ-REQ-TIME TO REQUEST-STAMP-TIME
           IF CRQ-REQUESTER = BATCH-OPERATOR
               AND REQUEST-STAMP >= FROM-STAMP
               AND REQUEST-STAMP <= TO-STAMP
               EVALUATE TRUE
                   WHEN CRQ-PENDING
                       MOVE 'Y' TO RQT-WITHDRAW-SW (REQ-COUNT)
                       ADD 1 TO WITHDRAWN-CTR
                   WHEN CRQ-APPROVED
                       MOVE 'Y' TO RQT-REVERSE-SW (REQ-COUNT)
                       ADD 1 TO APPROVED-REQ-CTR
               END-EVALUATE
           END-IF.

       WITHDRAW-BATCH-REQUESTS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               IF RQT-WITHDRAW-SW (REQ-IDX) = 'Y'
                   MOVE 'W' TO RQT-STATUS (REQ-IDX)
                   MOVE RUN-DATE TO RQT-DECIDED-DATE (REQ-IDX)
                   MOVE OPERATOR-ID TO RQT-DECIDED-BY (REQ-IDX)
                   MOVE "WITHDRAWN BY BATCH BACK-OUT"
                       TO RQT-DECISION-NOTE (REQ-IDX)
               END-IF
           END-PERFORM
           OPEN OUTPUT CHGREQ-FILE
           IF CHGREQ-FILE-STATUS NOT = "00"
               DISPLAY "BATCH-BACKOUT: CANNOT REWRITE "
                   "GRADE-CHANGE-REQ.DAT - FILE STATUS "
                   CHGREQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               MOVE RQT-REQUEST (REQ-IDX) TO CHANGE-REQUEST-RECORD
               WRITE CHANGE-REQUEST-RECORD
           END-PERFORM
           CLOSE CHGREQ-FILE.

      * An entry is undone only if the record is exactly as the batch
      * left it. A later entry of this batch for the same key has
      * already been dealt with: if it was reversed, the record now
      * stands at that entry's "before" image; if it was held, this
      * one is held too, since the record never got back this far.
       BACK-OUT-ONE-ENTRY.
           MOVE 0 TO BKO-LATER-IDX
           PERFORM VARYING BKO-SCAN-IDX FROM BKO-IDX BY 1
                   UNTIL BKO-SCAN-IDX >= BKO-COUNT
                   OR BKO-LATER-IDX > 0
               IF BKT-KEY (BKO-SCAN-IDX + 1) = BKT-KEY (BKO-IDX)
                   COMPUTE BKO-LATER-IDX = BKO-SCAN-IDX + 1
               END-IF
           END-PERFORM
           IF BKO-LATER-IDX > 0
               MOVE BKT-BEFORE-IMAGE (BKO-LATER-IDX) TO CURRENT-IMAGE
           ELSE
               PERFORM READ-CURRENT-RECORD
           END-IF
           MOVE CURRENT-IMAGE TO BKT-ON-FILE-IMAGE (BKO-IDX)
           MOVE BKT-BEFORE-IMAGE (BKO-IDX) TO RESTORE-IMAGE
           MOVE BKT-AFTER-IMAGE (BKO-IDX) TO REMOVED-IMAGE
           EVALUATE TRUE
               WHEN BKO-LATER-IDX > 0
                   AND BKT-HELD (BKO-LATER-IDX)
                   MOVE "LATER CHANGE HELD"
                       TO BKT-HOLD-REASON (BKO-IDX)
               WHEN CURRENT-IMAGE = REMOVED-IMAGE
                   PERFORM CHECK-TERM-NOT-ARCHIVED
               WHEN CURRENT-IMAGE = SPACES
                   MOVE "RECORD NO LONGER ON FILE"
                       TO BKT-HOLD-REASON (BKO-IDX)
               WHEN REMOVED-IMAGE = SPACES
                   MOVE "RECORD RE-ADDED SINCE"
                       TO BKT-HOLD-REASON (BKO-IDX)
               WHEN OTHER
                   MOVE "RECORD CHANGED SINCE"
                       TO BKT-HOLD-REASON (BKO-IDX)
           END-EVALUATE
           IF BKT-HOLD-REASON (BKO-IDX) = SPACES AND APPLY-MODE
               PERFORM RESTORE-BEFORE-IMAGE
           END-IF
           IF BKT-HOLD-REASON (BKO-IDX) = SPACES
               MOVE 'R' TO BKT-RESULT (BKO-IDX)
               ADD 1 TO REVERSED-CTR
               IF RESTORE-IMAGE = SPACES
                   MOVE REMOVED-TERM TO TOUCHED-TERM-WORK
               ELSE
                   MOVE RESTORE-TERM TO TOUCHED-TERM-WORK
               END-IF
               PERFORM NOTE-TOUCHED-TERM
           ELSE
               MOVE 'H' TO BKT-RESULT (BKO-IDX)
               ADD 1 TO HELD-CTR
           END-IF.

       READ-CURRENT-RECORD.
           MOVE BKT-KEY (BKO-IDX) TO STUDENT-KEY
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO CURRENT-IMAGE
               NOT INVALID KEY
                   MOVE STUDENT-RECORD TO CURRENT-IMAGE
           END-READ.

      * Once GRADE-ARCHIVE has closed a term its grades have gone to
      * history; putting a record back would reopen a closed term.
       CHECK-TERM-NOT-ARCHIVED.
           IF RESTORE-IMAGE = SPACES
               MOVE REMOVED-TERM TO TOUCHED-TERM-WORK
           ELSE
               MOVE RESTORE-TERM TO TOUCHED-TERM-WORK
           END-IF
           PERFORM FIND-TERM-STATUS-ENTRY
           IF TERMSTAT-FOUND-IDX > 0
               IF TST-ARCHIVE-DONE (TERMSTAT-FOUND-IDX) = 'Y'
                   MOVE "TERM ALREADY ARCHIVED"
                       TO BKT-HOLD-REASON (BKO-IDX)
               END-IF
           END-IF.

      * Remove an add, undo a correction, re-add a delete - then write
      * the reversal to the audit trail with the images the other way
      * round from the entry it undoes.
       RESTORE-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN RESTORE-IMAGE = SPACES
                   MOVE BKT-KEY (BKO-IDX) TO STUDENT-KEY
                   DELETE STUDENT-FILE RECORD
               WHEN REMOVED-IMAGE = SPACES
                   MOVE RESTORE-IMAGE TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
               WHEN OTHER
                   MOVE RESTORE-IMAGE TO STUDENT-RECORD
                   REWRITE STUDENT-RECORD
           END-EVALUATE
           IF STUDENT-FILE-STATUS = "00"
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE SPACES TO BKT-HOLD-REASON (BKO-IDX)
               STRING "STUDENT.DAT STATUS " DELIMITED BY SIZE
                   STUDENT-FILE-STATUS DELIMITED BY SIZE
                   INTO BKT-HOLD-REASON (BKO-IDX)
               END-STRING
           END-IF.

      * Same audit layout STUDENT-MAINT and STUDENT-BATCH write, with
      * action code R so AUDIT-INQUIRY can tell a back-out from a
      * keyed change, charged to the operator who ran the back-out.
       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           MOVE 'R' TO AUD-ACTION
           MOVE BKT-DEPT-CD (BKO-IDX) TO AUD-DEPT-CD
           MOVE BKT-SNO (BKO-IDX) TO AUD-SNO
           MOVE BKT-SUBJ (BKO-IDX) TO AUD-SUBJ
           MOVE REMOVED-IMAGE TO AUD-BEFORE-IMAGE
           MOVE RESTORE-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "BATCH-BACKOUT: AUDIT WRITE FAILED - FILE "
                   "STATUS " AUDIT-FILE-STATUS
           END-IF.

       NOTE-TOUCHED-TERM.
           MOVE 'N' TO TOUCHED-TERM-FOUND-SW
           PERFORM VARYING TOUCHED-TERM-IDX FROM 1 BY 1
                   UNTIL TOUCHED-TERM-IDX > TOUCHED-TERM-COUNT
                   OR TOUCHED-TERM-FOUND-SW = 'Y'
               IF TOUCHED-TERM-CD (TOUCHED-TERM-IDX)
                   = TOUCHED-TERM-WORK
                   MOVE 'Y' TO TOUCHED-TERM-FOUND-SW
               END-IF
           END-PERFORM
           IF TOUCHED-TERM-FOUND-SW = 'N'
               IF TOUCHED-TERM-COUNT < TOUCHED-TERM-MAX
                   ADD 1 TO TOUCHED-TERM-COUNT
                   MOVE TOUCHED-TERM-WORK
                       TO TOUCHED-TERM-CD (TOUCHED-TERM-COUNT)
               ELSE
                   DISPLAY "BATCH-BACKOUT: MORE TERMS TOUCHED THAN "
                       "THIS PROGRAM CAN TRACK - TERM "
                       TOUCHED-TERM-WORK " NOT CLEARED"
               END-IF
           END-IF.

      * The reversal changed the term's grades, so its report and the
      * reconcile sign-off no longer stand - the same state STUDENT-
      * REPORT leaves reconcile in before RECONCILE has run - and
      * neither does the registrar's copy of the old extract.
       CLEAR-TOUCHED-TERMS.
           PERFORM CLEAR-ONE-TERM
               VARYING TOUCHED-TERM-IDX FROM 1 BY 1
               UNTIL TOUCHED-TERM-IDX > TOUCHED-TERM-COUNT
           PERFORM REWRITE-TERM-STATUS-FILE.

       CLEAR-ONE-TERM.
           MOVE TOUCHED-TERM-CD (TOUCHED-TERM-IDX)
               TO TOUCHED-TERM-WORK
           PERFORM FIND-TERM-STATUS-ENTRY
           IF TERMSTAT-FOUND-IDX > 0
               MOVE 'N' TO TST-REPORT-DONE (TERMSTAT-FOUND-IDX)
               MOVE SPACES TO TST-REPORT-DATE (TERMSTAT-FOUND-IDX)
               MOVE 'N' TO TST-RECONCILE-OK (TERMSTAT-FOUND-IDX)
               MOVE SPACES TO TST-RECONCILE-DATE (TERMSTAT-FOUND-IDX)
               MOVE 'N' TO TST-TRANSMIT-DONE (TERMSTAT-FOUND-IDX)
               MOVE SPACES TO TST-TRANSMIT-DATE (TERMSTAT-FOUND-IDX)
               MOVE 'N' TO TST-ACK-DONE (TERMSTAT-FOUND-IDX)
               MOVE SPACES TO TST-ACK-DATE (TERMSTAT-FOUND-IDX)
           END-IF.

       FIND-TERM-STATUS-ENTRY.
           MOVE 0 TO TERMSTAT-FOUND-IDX
           PERFORM VARYING TERMSTAT-IDX FROM 1 BY 1
                   UNTIL TERMSTAT-IDX > TERMSTAT-COUNT
                   OR TERMSTAT-FOUND-IDX > 0
               IF TST-TERM (TERMSTAT-IDX) = TOUCHED-TERM-WORK
                   MOVE TERMSTAT-IDX TO TERMSTAT-FOUND-IDX
               END-IF
           END-PERFORM.

      * The batch's entries in trail order, each with what was done
      * to it; a held entry shows the record as it stands, so the
      * office can see what changed it since.
       WRITE-BACKOUT-LISTING.
           OPEN OUTPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               DISPLAY "BATCH-BACKOUT: CANNOT OPEN "
                   "BATCH-BACKOUT-LIST.TXT - FILE STATUS "
                   LIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APPLY-MODE
               MOVE "- APPLIED" TO LST-MODE-OUT
           ELSE
               MOVE "- PREVIEW, NOTHING CHANGED" TO LST-MODE-OUT
           END-IF
           MOVE RUN-DATE TO LST-RUN-DATE-OUT
           WRITE LIST-FILE-LINE FROM LIST-TITLE-LINE
           MOVE BATCH-OPERATOR TO SEL-OPERATOR-OUT
           MOVE FROM-DATE TO SEL-FROM-DATE-OUT
           MOVE FROM-TIME TO SEL-FROM-TIME-OUT
           MOVE TO-DATE TO SEL-TO-DATE-OUT
           MOVE TO-TIME TO SEL-TO-TIME-OUT
           MOVE OPERATOR-ID TO SEL-RUN-BY-OUT
           WRITE LIST-FILE-LINE FROM LIST-SELECT-LINE
           MOVE SPACES TO LIST-FILE-LINE
           WRITE LIST-FILE-LINE
           WRITE LIST-FILE-LINE FROM LIST-COLUMN-HEADER
           PERFORM WRITE-ENTRY-LINES
               VARYING BKO-IDX FROM 1 BY 1
               UNTIL BKO-IDX > BKO-COUNT
           IF WITHDRAWN-CTR > 0 OR APPROVED-REQ-CTR > 0
               MOVE SPACES TO LIST-FILE-LINE
               WRITE LIST-FILE-LINE
               WRITE LIST-FILE-LINE FROM LIST-REQUEST-HEADER
               PERFORM WRITE-REQUEST-LINE
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
           END-IF
           MOVE SPACES TO LIST-FILE-LINE
           WRITE LIST-FILE-LINE
           PERFORM WRITE-TERM-LINE
               VARYING TOUCHED-TERM-IDX FROM 1 BY 1
               UNTIL TOUCHED-TERM-IDX > TOUCHED-TERM-COUNT
           MOVE SELECTED-CTR TO TOT-SELECTED-OUT
           MOVE REVERSED-CTR TO TOT-REVERSED-OUT
           MOVE HELD-CTR TO TOT-HELD-OUT
           MOVE WITHDRAWN-CTR TO TOT-WITHDRAWN-OUT
           WRITE LIST-FILE-LINE FROM LIST-TOTAL-LINE
           CLOSE LIST-FILE.

       WRITE-ENTRY-LINES.
           MOVE BKT-DATE (BKO-IDX) TO ENT-DATE-OUT
           MOVE BKT-TIME (BKO-IDX) TO ENT-TIME-OUT
           MOVE BKT-ACTION (BKO-IDX) TO ENT-ACTION-OUT
           MOVE BKT-DEPT-CD (BKO-IDX) TO ENT-DEPT-OUT
           MOVE BKT-SNO (BKO-IDX) TO ENT-SNO-OUT
           MOVE BKT-SUBJ (BKO-IDX) TO ENT-SUBJ-OUT
           MOVE BKT-HOLD-REASON (BKO-IDX) TO ENT-REASON-OUT
           IF BKT-REVERSED (BKO-IDX)
               IF APPLY-MODE
                   MOVE "REVERSED" TO ENT-RESULT-OUT
               ELSE
                   MOVE "WOULD REVERSE" TO ENT-RESULT-OUT
               END-IF
           ELSE
               MOVE "HELD" TO ENT-RESULT-OUT
           END-IF
           WRITE LIST-FILE-LINE FROM LIST-ENTRY-LINE
           MOVE "BATCH:" TO IMG-LABEL-OUT
           MOVE BKT-AFTER-IMAGE (BKO-IDX) TO IMG-IMAGE-OUT
           WRITE LIST-FILE-LINE FROM LIST-IMAGE-LINE
           MOVE "RESTORE:" TO IMG-LABEL-OUT
           MOVE BKT-BEFORE-IMAGE (BKO-IDX) TO IMG-IMAGE-OUT
           WRITE LIST-FILE-LINE FROM LIST-IMAGE-LINE
           IF BKT-HELD (BKO-IDX)
               MOVE "ON FILE:" TO IMG-LABEL-OUT
               MOVE BKT-ON-FILE-IMAGE (BKO-IDX) TO IMG-IMAGE-OUT
               WRITE LIST-FILE-LINE FROM LIST-IMAGE-LINE
           END-IF.

      * A withdrawn or dean-approved request is listed in the entry
      * layout, with the action it asked for (C when raised before
      * adds and deletes were held) and the record. A withdrawn one
      * shows the term it was against; an approved one shows whether
      * its audit entry was found and listed above.
       WRITE-REQUEST-LINE.
           IF RQT-WITHDRAW-SW (REQ-IDX) = 'Y'
               OR RQT-REVERSE-WANTED (REQ-IDX)
               MOVE RQT-REQ-DATE (REQ-IDX) TO ENT-DATE-OUT
               MOVE RQT-REQ-TIME (REQ-IDX) TO ENT-TIME-OUT
               IF RQT-ACTION (REQ-IDX) = SPACE
                   MOVE 'C' TO ENT-ACTION-OUT
               ELSE
                   MOVE RQT-ACTION (REQ-IDX) TO ENT-ACTION-OUT
               END-IF
               MOVE RQT-DEPT-CD (REQ-IDX) TO ENT-DEPT-OUT
               MOVE RQT-SNO (REQ-IDX) TO ENT-SNO-OUT
               MOVE RQT-SUBJ (REQ-IDX) TO ENT-SUBJ-OUT
               MOVE SPACES TO ENT-REASON-OUT
               EVALUATE TRUE
                   WHEN RQT-REVERSE-MATCHED (REQ-IDX)
                       MOVE "DEAN-APPROVED" TO ENT-RESULT-OUT
                       MOVE "AUDIT ENTRY LISTED ABOVE"
                           TO ENT-REASON-OUT
                   WHEN RQT-REVERSE-WANTED (REQ-IDX)
                       MOVE "NOT REVERSED" TO ENT-RESULT-OUT
                       MOVE "DEAN-APPROVED - NO AUDIT"
                           TO ENT-REASON-OUT
                   WHEN APPLY-MODE
                       MOVE "WITHDRAWN" TO ENT-RESULT-OUT
                   WHEN OTHER
                       MOVE "WOULD WITHDRAW" TO ENT-RESULT-OUT
               END-EVALUATE
               IF ENT-REASON-OUT = SPACES
                   STRING "TERM " DELIMITED BY SIZE
                       RQT-TERM (REQ-IDX) DELIMITED BY SIZE
                       INTO ENT-REASON-OUT
                   END-STRING
               END-IF
               WRITE LIST-FILE-LINE FROM LIST-ENTRY-LINE
           END-IF.

       WRITE-TERM-LINE.
           MOVE TOUCHED-TERM-CD (TOUCHED-TERM-IDX) TO TRM-TERM-OUT
           MOVE SPACES TO TRM-TEXT-OUT
           IF APPLY-MODE
               STRING " - REPORT, RECONCILE, TRANSMIT AND ACK STEPS "
                       DELIMITED BY SIZE
                   "CLEARED" DELIMITED BY SIZE
                   INTO TRM-TEXT-OUT
               END-STRING
           ELSE
               STRING " - REPORT, RECONCILE, TRANSMIT AND ACK STEPS "
                       DELIMITED BY SIZE
                   "WOULD BE CLEARED" DELIMITED BY SIZE
                   INTO TRM-TEXT-OUT
               END-STRING
           END-IF
           WRITE LIST-FILE-LINE FROM LIST-TERM-LINE.

       LOAD-TERM-STATUS-TABLE.
           MOVE 'N' TO TERMSTAT-EOF-FLAG
           OPEN INPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
               AND TERMSTAT-FILE-STATUS NOT = "05"
               DISPLAY "BATCH-BACKOUT: CANNOT OPEN TERM-STATUS.DAT - "
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

       REWRITE-TERM-STATUS-FILE.
           OPEN OUTPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
               DISPLAY "BATCH-BACKOUT: CANNOT REWRITE "
                   "TERM-STATUS.DAT - FILE STATUS "
                   TERMSTAT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING TERMSTAT-IDX FROM 1 BY 1
                   UNTIL TERMSTAT-IDX > TERMSTAT-COUNT
               MOVE TERMSTAT-ENTRY (TERMSTAT-IDX)
                   TO TERM-STATUS-RECORD
               WRITE TERM-STATUS-RECORD
           END-PERFORM
           CLOSE TERMSTAT-FILE.
