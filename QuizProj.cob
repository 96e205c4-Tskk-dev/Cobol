      *                   the page number and line count so a
      *                   restarted run resumes its pagination
      *                   mid-page instead of tearing a page in two.
      *   2026-10-15  JC  A record whose school term is not on the new
      *                   TERM-CALENDAR.DAT master is refused with the
      *                   enrollment-master rejects - it goes to
      *                   REJECTED-GRADES.TXT as TERM NOT ON CALENDAR
      *                   and never reaches the control breaks or the
      *                   registrar extract.
      *   2026-10-15  JC  A completed run now also takes back the term's
      *                   registrar transmitted and acknowledged steps
      *                   on TERM-STATUS.DAT, along with the reconcile
      *                   approval - the new extract has not been sent,
      *                   let alone acknowledged.

       ENVIRONMENT DIVISION.

           SELECT OPTIONAL TERMSTAT-FILE ASSIGN TO "TERM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMSTAT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TS-RECONCILE-DATE   PIC X(8).
           05  TS-ARCHIVE-DONE     PIC X.
           05  TS-ARCHIVE-DATE     PIC X(8).
           05  TS-TRANSMIT-DONE    PIC X.
           05  TS-TRANSMIT-DATE    PIC X(8).
           05  TS-ACK-DONE         PIC X.
           05  TS-ACK-DATE         PIC X(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-TERM            PIC X(5).
           05  CAL-SEQ             PIC 9(3).
           05  CAL-START-DATE      PIC X(8).
           05  CAL-END-DATE        PIC X(8).
           05  CAL-GRADE-DEADLINE  PIC X(8).
           05  CAL-INC-DEADLINE    PIC X(8).

       WORKING-STORAGE SECTION.

           05  LAST-COUNTED-SUBJ   PIC X(6) VALUE SPACES.
       01  RUNLOG-STATUS           PIC XX.
       01  TERMSTAT-FILE-STATUS    PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.

      * In-memory image of the TERM-STATUS.DAT control file: checked
      * up front so a term GRADE-ARCHIVE already closed is refused,
               10  TST-RECONCILE-DATE  PIC X(8).
               10  TST-ARCHIVE-DONE    PIC X.
               10  TST-ARCHIVE-DATE    PIC X(8).
               10  TST-TRANSMIT-DONE   PIC X.
               10  TST-TRANSMIT-DATE   PIC X(8).
               10  TST-ACK-DONE        PIC X.
               10  TST-ACK-DATE        PIC X(8).

      * Flags
       01  EOF-FLAG                PIC X VALUE 'N'.
               10  STMAST-TAB-HOME     PIC X(3).
               10  STMAST-TAB-STATUS   PIC X(9).

      * In-memory school-term calendar - only the term codes are
      * needed here. A record for a term not on it is refused along
      * with the enrollment-master rejects.
       01  CAL-EOF-FLAG            PIC X VALUE 'N'.
       01  CAL-COUNT               PIC 99 VALUE 0.
       01  CAL-MAX                 PIC 99 VALUE 60.
       01  CAL-IDX                 PIC 99 VALUE 0.
       01  CAL-FOUND-SW            PIC X VALUE 'N'.
       01  CAL-ENTRIES.
           05  CAL-TAB-TERM OCCURS 60 TIMES
                                   PIC X(5).

      * Checkpoint interval - a checkpoint is written every time this
      * many students have been fully processed and reported.
       01  CHECKPOINT-INTERVAL     PIC 99 VALUE 25.
           PERFORM LOAD-SUBJECT-TABLE
           PERFORM LOAD-STUDENT-MASTER-TABLE
           PERFORM LOAD-TERM-STATUS-TABLE
           PERFORM LOAD-TERM-CALENDAR-TABLE
           PERFORM LOAD-CHECKPOINT

           OPEN INPUT INFILE
      * back any standing reconcile approval - the extract just
      * written is not the one SUMMARY-RECONCILE approved, and
      * GRADE-ARCHIVE must not trust the old approval against it.
      * Nor is it the extract the registrar was sent or acknowledged,
      * so those two steps are taken back with it.
       MARK-TERM-REPORTED.
           IF REPORT-TERM NOT = SPACES
               MOVE REPORT-TERM TO TERMSTAT-WANTED
                       TO TST-RECONCILE-OK (TERMSTAT-FOUND-IDX)
                   MOVE SPACES
                       TO TST-RECONCILE-DATE (TERMSTAT-FOUND-IDX)
                   MOVE 'N'
                       TO TST-TRANSMIT-DONE (TERMSTAT-FOUND-IDX)
                   MOVE SPACES
                       TO TST-TRANSMIT-DATE (TERMSTAT-FOUND-IDX)
                   MOVE 'N' TO TST-ACK-DONE (TERMSTAT-FOUND-IDX)
                   MOVE SPACES TO TST-ACK-DATE (TERMSTAT-FOUND-IDX)
                   PERFORM REWRITE-TERM-STATUS-FILE
               END-IF
           END-IF.
           END-PERFORM
           CLOSE TERMSTAT-FILE.

       LOAD-TERM-CALENDAR-TABLE.
           MOVE 'N' TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT-REPORT: CANNOT OPEN TERM-CALENDAR.DAT "
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

       REWRITE-TERM-STATUS-FILE.
           OPEN OUTPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
      * the roster prints the official name rather than whatever was
      * keyed on the grade line; a filed name or department that
      * disagrees with the master - or a student on leave of absence -
      * is flagged on STUDENT-EXCEPTIONS.TXT but still reported. The
      * record's school term must also be on TERM-CALENDAR.DAT.
       VALIDATE-STUDENT-MASTER.
           MOVE 'Y' TO STMAST-OK-SW
           IF EOF-FLAG = 'Y'
               MOVE SPACES TO CURR-OFFICIAL-NAME
           ELSE
               PERFORM LOOKUP-TERM-CALENDAR
               IF CAL-FOUND-SW = 'N'
                   MOVE 'N' TO STMAST-OK-SW
                   MOVE "TERM NOT ON CALENDAR" TO REJECT-REASON
                   MOVE SNAME-IN TO CURR-OFFICIAL-NAME
               ELSE
                   PERFORM VALIDATE-ENROLLMENT
               END-IF
           END-IF.

       VALIDATE-ENROLLMENT.
           PERFORM LOOKUP-STUDENT-MASTER
           IF STMAST-FOUND-IDX = 0
               MOVE 'N' TO STMAST-OK-SW
               MOVE "STUDENT NOT ON MASTER" TO REJECT-REASON
               MOVE SNAME-IN TO CURR-OFFICIAL-NAME
           ELSE
               MOVE STMAST-TAB-NAME (STMAST-FOUND-IDX)
                   TO CURR-OFFICIAL-NAME
               EVALUATE STMAST-TAB-STATUS (STMAST-FOUND-IDX)
                   WHEN "ACTIVE"
                       CONTINUE
                   WHEN "LOA"
                       MOVE "ENROLLMENT STATUS" TO EXC-TYPE-OUT
                       MOVE "ON LEAVE OF ABSENCE" TO EXC-NOTE-OUT
                       PERFORM WRITE-STUDENT-EXCEPTION
                   WHEN "WITHDRAWN"
                       MOVE 'N' TO STMAST-OK-SW
                       MOVE "STUDENT WITHDRAWN" TO REJECT-REASON
                   WHEN OTHER
                       MOVE 'N' TO STMAST-OK-SW
                       MOVE "INVALID ENROLLMENT STATUS"
                           TO REJECT-REASON
               END-EVALUATE
               IF STMAST-OK-SW = 'Y'
                   PERFORM CHECK-MASTER-MISMATCHES
               END-IF
           END-IF.

       LOOKUP-TERM-CALENDAR.
           MOVE 'N' TO CAL-FOUND-SW
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
                   OR CAL-FOUND-SW = 'Y'
               IF CAL-TAB-TERM (CAL-IDX) = TERM-IN
                   MOVE 'Y' TO CAL-FOUND-SW
               END-IF
           END-PERFORM.

       CHECK-MASTER-MISMATCHES.
           IF SNAME-IN NOT = STMAST-TAB-NAME (STMAST-FOUND-IDX)
               MOVE "NAME MISMATCH" TO EXC-TYPE-OUT
