      *                   traceable as a corrected one. The operator
      *                   ID is the second argument, prompted for when
      *                   absent.
      *   2026-10-15  JC  The operator ID is now checked against the
      *                   OPERATOR.DAT authorization master before
      *                   STUDENT.DAT is touched: an ID not on file,
      *                   revoked, or without the lapse-run permission
      *                   refuses the run (return code 8) and the
      *                   attempt is logged to ACCESS-REFUSED.DAT.
      *   2026-10-15  JC  OPERATOR.DAT layout brought into line with
      *                   MASTER-MAINT's (grade-change approval flag,
      *                   approver dean code and prerequisite override
      *                   flag); no change in logic.
      *   2026-10-15  JC  BUILD-TERM-CHRONOLOGY now loads the
      *                   TERM-CALENDAR.DAT master and orders it on
      *                   the official term sequence instead of
      *                   noting terms in GRADE-HISTORY.DAT's order of
      *                   appearance, so a late or reloaded archive
      *                   can no longer lapse an INC a term early. A
      *                   current term not on the calendar refuses the
      *                   run (return code 8). An incomplete whose term
      *                   is not on the calendar is no longer assumed
      *                   past deadline: it is left as it stands,
      *                   listed as TERM NOT ON CALENDAR, and the run
      *                   ends with return code 4.
      *   2026-10-15  JC  An incomplete now lapses on the official date:
      *                   once the run date is past the INC completion
      *                   deadline TERM-CALENDAR.DAT gives for the term
      *                   it was incurred in, instead of two calendar
      *                   terms later. INC-AGING's PAST DEADLINE flag
      *                   and GRADUATION-CANDIDATES' lapsed-INC test use
      *                   the same date. A calendar term with no valid
      *                   INC deadline cannot be judged and is listed
      *                   like an off-calendar term (return code 4).
      *   2026-10-15  JC  LAPSED-GRADES.TXT heading now names the NOTE
      *                   column, moved clear of LAPSED TO.

       ENVIRONMENT DIVISION.

               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "LAPSED-GRADES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "STUDENT-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERFILE-STATUS.
           SELECT OPTIONAL REFUSAL-FILE ASSIGN TO "ACCESS-REFUSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  GRD-ALPHA           PIC X(3).
           05  FILLER              PIC X(5).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-TERM            PIC X(5).
           05  CAL-SEQ             PIC 9(3).
           05  CAL-START-DATE      PIC X(8).
           05  CAL-END-DATE        PIC X(8).
           05  CAL-GRADE-DEADLINE  PIC X(8).
           05  CAL-INC-DEADLINE    PIC X(8).

       FD  LIST-FILE.
       01  LIST-FILE-LINE          PIC X(80).
           05  AUD-BEFORE-IMAGE    PIC X(45).
           05  AUD-AFTER-IMAGE     PIC X(45).

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
       01  STUDENT-FILE-STATUS     PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.
       01  LIST-FILE-STATUS        PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.

       01  ARG-COUNT               PIC 9 VALUE 0.
       01  CURRENT-TERM            PIC X(5) VALUE SPACES.
       01  OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  RUN-DATE                PIC X(8).

      * The run operator's OPERATOR.DAT entry and the refusal being
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

       01  BEFORE-IMAGE-HOLD       PIC X(45) VALUE SPACES.
       01  AFTER-IMAGE-HOLD        PIC X(45) VALUE SPACES.
       01  INC-DEADLINE-PASSED-SW  PIC X VALUE 'N'.
       01  UNDATED-NOTE            PIC X(20).
       01  LAPSED-CTR              PIC 9(4) VALUE 0.
       01  LAPSED-CTR-OUT          PIC ZZZ9.
       01  UNDATED-CTR             PIC 9(4) VALUE 0.
       01  UNDATED-CTR-OUT         PIC ZZZ9.

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

       01  LIST-HEADER-LINE.
           05  FILLER              PIC X(5)  VALUE "DEPT".
           05  FILLER              PIC X(7)  VALUE "TERM".
           05  FILLER              PIC X(10) VALUE "WAS".
           05  FILLER              PIC X(10) VALUE "LAPSED TO".
           05  FILLER              PIC X(20) VALUE "NOTE".

       01  LIST-DETAIL-LINE.
           05  LST-DEPT-CD         PIC X(3).
           05  LST-WAS             PIC X(5).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  LST-NOW             PIC X(4).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  LST-NOTE            PIC X(20).

       01  LIST-TOTAL-LINE.
           05  FILLER              PIC X(15)
               VALUE "GRADES LAPSED: ".
           05  LST-TOT-LAPSED      PIC ZZZ9.
           05  FILLER              PIC X(20)
               VALUE "  NOT JUDGED: ".
           05  LST-TOT-UNDATED     PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-ARGUMENTS
           PERFORM VERIFY-OPERATOR
           PERFORM BUILD-TERM-CHRONOLOGY
           MOVE CURRENT-TERM TO TERM-WORK
           PERFORM FIND-TERM-INDEX
           IF TERM-FOUND-IDX = 0
               DISPLAY "INC-LAPSE: CURRENT TERM " CURRENT-TERM
                   " IS NOT ON TERM-CALENDAR.DAT - LAPSE NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O STUDENT-FILE
           IF STUDENT-FILE-STATUS NOT = "00"
           MOVE SPACES TO LIST-FILE-LINE
           WRITE LIST-FILE-LINE
           MOVE LAPSED-CTR TO LST-TOT-LAPSED
           MOVE UNDATED-CTR TO LST-TOT-UNDATED
           WRITE LIST-FILE-LINE FROM LIST-TOTAL-LINE

           CLOSE STUDENT-FILE
           MOVE LAPSED-CTR TO LAPSED-CTR-OUT
           DISPLAY "INC-LAPSE: " LAPSED-CTR-OUT " grade(s) lapsed "
               "to 5.00 - see LAPSED-GRADES.TXT."
           IF UNDATED-CTR > 0
               MOVE UNDATED-CTR TO UNDATED-CTR-OUT
               DISPLAY "INC-LAPSE: " UNDATED-CTR-OUT " incomplete(s) "
                   "left as they stand - term not on "
                   "TERM-CALENDAR.DAT or no INC deadline set."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Arguments in order: current school term, operator ID. Both
      * are required - the term must be on the calendar before
      * anything is lapsed, and every audit record must say who ran
      * the lapse.
       GET-RUN-ARGUMENTS.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT > 0
               ACCEPT OPERATOR-ID
           END-PERFORM.

      * A lapse rewrites grades wholesale - only an active operator
      * holding the lapse-run permission on OPERATOR.DAT may start
      * one. Anyone else is refused and the attempt logged.
       VERIFY-OPERATOR.
           MOVE SPACES TO REFUSAL-REASON
           PERFORM LOOKUP-OPERATOR
           IF OPERATOR-FOUND-SW = 'N'
               MOVE "NOT ON OPERATOR.DAT" TO REFUSAL-REASON
           ELSE
               IF AUTH-STATUS NOT = "ACTIVE"
                   MOVE "OPERATOR REVOKED" TO REFUSAL-REASON
               ELSE
                   IF AUTH-LAPSE-RUN NOT = 'Y'
                       MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
                   END-IF
               END-IF
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               MOVE SPACES TO REFUSAL-ATTEMPT
               STRING "LAPSE RUN TERM " DELIMITED BY SIZE
                   CURRENT-TERM DELIMITED BY SIZE
                   INTO REFUSAL-ATTEMPT
               END-STRING
               PERFORM LOG-REFUSAL
               DISPLAY "INC-LAPSE: OPERATOR " OPERATOR-ID
                   " REFUSED - " REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOKUP-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-SW
           MOVE 'N' TO OPER-EOF-FLAG
           OPEN INPUT OPER-FILE
           IF OPERFILE-STATUS NOT = "00"
               DISPLAY "INC-LAPSE: CANNOT OPEN OPERATOR.DAT - "
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
               DISPLAY "INC-LAPSE: CANNOT OPEN ACCESS-REFUSED.DAT - "
                   "FILE STATUS " REFUSAL-FILE-STATUS
           ELSE
               ACCEPT RFL-DATE FROM DATE YYYYMMDD
               ACCEPT RFL-TIME FROM TIME
               MOVE OPERATOR-ID TO RFL-OPERATOR
               MOVE "INC-LAPSE" TO RFL-PROGRAM
               MOVE REFUSAL-ATTEMPT TO RFL-ATTEMPT
               MOVE REFUSAL-REASON TO RFL-REASON
               WRITE REFUSAL-RECORD
               CLOSE REFUSAL-FILE
           END-IF.

      * The chronology is the TERM-CALENDAR.DAT master in official
      * sequence order - never the order terms happen to appear in
      * GRADE-HISTORY.DAT, which one late or reloaded archive upsets.
       BUILD-TERM-CHRONOLOGY.
           MOVE 'N' TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "INC-LAPSE: CANNOT OPEN TERM-CALENDAR.DAT - "
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

      * A record lapses once the run date is past the INC completion
      * deadline on the calendar entry for the term the incomplete was
      * incurred in - on that date itself the student still has the
      * day. A record whose term is not on the calendar, or whose
      * term has no valid deadline, cannot be judged - it is listed
      * for the registrar and left alone rather than lapsed on a
      * guess.
       LAPSE-EXPIRED-GRADES.
           READ STUDENT-FILE
               AT END
               NOT AT END
                   IF GRD-ALPHA = "INC" OR GRD-ALPHA = SPACES
                       PERFORM JUDGE-RECORD-AGE
                       IF UNDATED-NOTE NOT = SPACES
                           PERFORM LIST-UNDATED-RECORD
                       ELSE
                           IF INC-DEADLINE-PASSED-SW = 'Y'
                               PERFORM LAPSE-THIS-RECORD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       JUDGE-RECORD-AGE.
           MOVE 'N' TO INC-DEADLINE-PASSED-SW
           MOVE SPACES TO UNDATED-NOTE
           MOVE TERM-REC TO TERM-WORK
           PERFORM FIND-TERM-INDEX
           EVALUATE TRUE
               WHEN TERM-FOUND-IDX = 0
                   MOVE "TERM NOT ON CALENDAR" TO UNDATED-NOTE
               WHEN CAL-TAB-INC-DL (TERM-FOUND-IDX) IS NOT NUMERIC
                   MOVE "NO INC DEADLINE SET" TO UNDATED-NOTE
               WHEN RUN-DATE > CAL-TAB-INC-DL (TERM-FOUND-IDX)
                   MOVE 'Y' TO INC-DEADLINE-PASSED-SW
           END-EVALUATE.

       LIST-UNDATED-RECORD.
           MOVE DEPT-CD-REC TO LST-DEPT-CD
           MOVE SNO-REC TO LST-SNO
           MOVE SUBJ-REC TO LST-SUBJ
           MOVE TERM-REC TO LST-TERM
           IF GRD-ALPHA = SPACES
               MOVE "BLANK" TO LST-WAS
           ELSE
               MOVE GRD-ALPHA TO LST-WAS
           END-IF
           MOVE SPACES TO LST-NOW
           MOVE UNDATED-NOTE TO LST-NOTE
           WRITE LIST-FILE-LINE FROM LIST-DETAIL-LINE
           ADD 1 TO UNDATED-CTR.

       LAPSE-THIS-RECORD.
           MOVE STUDENT-RECORD TO BEFORE-IMAGE-HOLD
               MOVE STUDENT-RECORD TO AFTER-IMAGE-HOLD
               PERFORM WRITE-AUDIT-RECORD
               MOVE "5.00" TO LST-NOW
               MOVE SPACES TO LST-NOTE
               WRITE LIST-FILE-LINE FROM LIST-DETAIL-LINE
               ADD 1 TO LAPSED-CTR
           ELSE
                   "STATUS " AUDIT-FILE-STATUS
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
