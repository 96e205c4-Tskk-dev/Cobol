       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-ACK.
       AUTHOR. Julius Castillejo.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      *   2026-10-15  JC  Initial version. Closes the loop on the
      *                   registrar transmission. Run with T once
      *                   the SUMMARY-RECONCILE-approved STUDENT-
      *                   SUMMARY.DAT has gone out, it records the
      *                   term's transmitted step on TERM-STATUS.DAT.
      *                   Run with A (the default) it takes in the
      *                   registrar's return file, REGISTRAR-ACK.DAT -
      *                   one line per student, accepted or rejected
      *                   with the registrar's reason code, and a TRL
      *                   trailer of the records and average hash they
      *                   received - and matches it against the
      *                   extract and its own TRL trailer. REGISTRAR-
      *                   ACK-LIST.TXT lists every student rejected or
      *                   missing from the acknowledgement, any line
      *                   that matches nothing sent, and the record
      *                   count and hash checks. Only an acknowledgement
      *                   with no exceptions marks the term's
      *                   acknowledged step, which GRADE-ARCHIVE now
      *                   requires before it closes the term. A second
      *                   argument names an amendment extract instead
      *                   (e.g. STUDENT-AMEND.DAT) and a third its
      *                   return file; as in SUMMARY-RECONCILE, an
      *                   amendment is checked and listed but leaves
      *                   TERM-STATUS.DAT alone.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUM-FILE ASSIGN TO DYNAMIC SUM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUM-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "REGISTRAR-ACK-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT OPTIONAL TERMSTAT-FILE ASSIGN TO "TERM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUM-FILE.
       01  SUMMARY-LINE-IN.
           05  SUM-IN-DEPT-CD      PIC X(3).
           05  FILLER              PIC X(1).
           05  SUM-IN-SNO          PIC X(3).
           05  FILLER              PIC X(1).
           05  SUM-IN-AVE          PIC X(4).
           05  FILLER              PIC X(1).
           05  SUM-IN-PASS-FAIL    PIC X(4).
           05  FILLER              PIC X(1).
           05  SUM-IN-TERM         PIC X(5).
           05  FILLER              PIC X(57).

      * Trailer view of the same record: TRL,nnnnn,nnnnnnn.nn
       01  SUMMARY-TRAILER-IN REDEFINES SUMMARY-LINE-IN.
           05  TRL-IN-TAG          PIC X(4).
           05  TRL-IN-COUNT        PIC X(5).
           05  FILLER              PIC X(1).
           05  TRL-IN-HASH-WHOLE   PIC X(7).
           05  FILLER              PIC X(1).
           05  TRL-IN-HASH-FRAC    PIC X(2).
           05  FILLER              PIC X(60).

      * The registrar's return file: dept,sno,term,status,reason -
      * status A (accepted) or R (rejected, with the registrar's
      * two-character reason code) - closed by a trailer in the same
      * TRL,nnnnn,nnnnnnn.nn form as the extract's, carrying the
      * count of records the registrar received and the hash of the
      * averages on them.
       FD  ACK-FILE.
       01  ACK-LINE-IN.
           05  ACK-IN-DEPT-CD      PIC X(3).
           05  FILLER              PIC X(1).
           05  ACK-IN-SNO          PIC X(3).
           05  FILLER              PIC X(1).
           05  ACK-IN-TERM         PIC X(5).
           05  FILLER              PIC X(1).
           05  ACK-IN-STATUS       PIC X(1).
           05  FILLER              PIC X(1).
           05  ACK-IN-REASON       PIC X(2).
           05  FILLER              PIC X(62).

       01  ACK-TRAILER-IN REDEFINES ACK-LINE-IN.
           05  ACK-TRL-TAG         PIC X(4).
           05  ACK-TRL-COUNT       PIC X(5).
           05  FILLER              PIC X(1).
           05  ACK-TRL-HASH-WHOLE  PIC X(7).
           05  FILLER              PIC X(1).
           05  ACK-TRL-HASH-FRAC   PIC X(2).
           05  FILLER              PIC X(60).

       FD  LIST-FILE.
       01  LIST-LINE               PIC X(80).

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

       WORKING-STORAGE SECTION.

       01  SUM-EOF-FLAG            PIC X VALUE 'N'.
       01  ACK-EOF-FLAG            PIC X VALUE 'N'.
       01  SUM-FILE-STATUS         PIC XX.
       01  ACK-FILE-STATUS         PIC XX.
       01  LIST-FILE-STATUS        PIC XX.
       01  TERMSTAT-FILE-STATUS    PIC XX.

      * Run mode and the files matched: T records the transmission,
      * A takes in the acknowledgement. The extract is
      * STUDENT-SUMMARY.DAT unless an amendment is named.
       01  ARG-COUNT               PIC 9 VALUE 0.
       01  RUN-MODE                PIC X VALUE 'A'.
       01  SUM-FILE-NAME           PIC X(30)
                                   VALUE "STUDENT-SUMMARY.DAT".
       01  ACK-FILE-NAME           PIC X(30)
                                   VALUE "REGISTRAR-ACK.DAT".
       01  AMEND-MODE-SW           PIC X VALUE 'N'.

       01  RUN-DATE                PIC X(8).
       01  EXTRACT-TERM            PIC X(5) VALUE SPACES.

      * The extract as sent, with how each student was acknowledged:
      * space = not yet, A = accepted, R = rejected.
       01  EXT-COUNT               PIC 9(5) VALUE 0.
       01  EXT-MAX                 PIC 9(5) VALUE 2000.
       01  EXT-IDX                 PIC 9(5) VALUE 0.
       01  EXT-FOUND-IDX           PIC 9(5) VALUE 0.
       01  EXT-ENTRIES.
           05  EXT-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY EXT-TAB-IDX.
               10  EXT-DEPT-CD         PIC X(3).
               10  EXT-SNO             PIC X(3).
               10  EXT-TERM            PIC X(5).
               10  EXT-AVE             PIC X(4).
               10  EXT-ACK-STATUS      PIC X.

      * Control figures: the extract's own trailer, and what the
      * registrar's trailer and detail lines say was received.
       01  SUM-TRAILER-SEEN-SW     PIC X VALUE 'N'.
       01  SUM-TRAILER-COUNT       PIC 9(5) VALUE 0.
       01  SUM-TRAILER-HASH        PIC 9(7)V99 VALUE 0.
       01  ACK-TRAILER-SEEN-SW     PIC X VALUE 'N'.
       01  ACK-AFTER-TRAILER-SW    PIC X VALUE 'N'.
       01  ACK-TRAILER-COUNT       PIC 9(5) VALUE 0.
       01  ACK-TRAILER-HASH        PIC 9(7)V99 VALUE 0.
       01  ACK-DETAIL-CTR          PIC 9(5) VALUE 0.
       01  HASH-WHOLE              PIC 9(7) VALUE 0.
       01  HASH-FRAC               PIC 99 VALUE 0.

       01  ACCEPTED-CTR            PIC 9(5) VALUE 0.
       01  REJECTED-CTR            PIC 9(5) VALUE 0.
       01  MISSING-CTR             PIC 9(5) VALUE 0.
       01  UNMATCHED-CTR           PIC 9(5) VALUE 0.
       01  MISMATCH-CTR            PIC 99 VALUE 0.
       01  EXCEPTION-TEXT          PIC X(35) VALUE SPACES.

      * In-memory image of TERM-STATUS.DAT - updated and rewritten
      * whole when a step is recorded.
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

       01  EXT-COUNT-OUT           PIC ZZZZ9.
       01  COUNTER-OUT             PIC ZZZZ9.

       01  ACK-HEADER-1.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".

       01  ACK-HEADER-2.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(25)
               VALUE "Sta. Mesa, Manila".

       01  ACK-HEADER-3.
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "REGISTRAR ACKNOWLEDGEMENT EXCEPTIONS".

       01  ACK-FILE-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "EXTRACT: ".
           05  ACK-EXTRACT-OUT     PIC X(30).
           05  FILLER              PIC X(6)  VALUE "TERM: ".
           05  ACK-TERM-OUT        PIC X(5).

       01  ACK-RETURN-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "RETURN:  ".
           05  ACK-RETURN-OUT      PIC X(30).
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  ACK-RUN-DATE-OUT    PIC X(8).

       01  ACK-COLUMN-HEADER.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "DEPT".
           05  FILLER              PIC X(5)  VALUE "SNO".
           05  FILLER              PIC X(7)  VALUE "TERM".
           05  FILLER              PIC X(6)  VALUE "AVE".
           05  FILLER              PIC X(5)  VALUE "CODE".
           05  FILLER              PIC X(35) VALUE "EXCEPTION".

       01  ACK-DETAIL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  ACK-DEPT-OUT        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACK-SNO-OUT         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACK-DTL-TERM-OUT    PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACK-AVE-OUT         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACK-CODE-OUT        PIC X(2).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  ACK-TEXT-OUT        PIC X(35).

       01  CONTROL-HEADER.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(24) VALUE "CONTROL TOTALS".
           05  FILLER              PIC X(13) VALUE "      SENT".
           05  FILLER              PIC X(13) VALUE "  RECEIVED".
           05  FILLER              PIC X(10) VALUE "RESULT".

       01  CONTROL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  CTL-CAPTION-OUT     PIC X(24).
           05  CTL-SENT-OUT        PIC X(10).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  CTL-RECEIVED-OUT    PIC X(10).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  CTL-RESULT-OUT      PIC X(10).

       01  CTL-COUNT-EDIT          PIC Z(9)9.
       01  CTL-HASH-EDIT           PIC Z(6)9.99.

       01  ACK-TOTAL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  ACK-TOTAL-CAPTION   PIC X(30).
           05  ACK-TOTAL-OUT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-RUN-MODE
           PERFORM LOAD-EXTRACT
           IF EXTRACT-TERM = SPACES
               DISPLAY "REGISTRAR-ACK: " SUM-FILE-NAME " HAS NO "
                   "STUDENT RECORDS - NOTHING TO MATCH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TERM-STATUS-TABLE
           PERFORM FIND-TERM-STATUS-ENTRY
           IF RUN-MODE = 'T'
               PERFORM RECORD-TRANSMISSION
           ELSE
               PERFORM TAKE-IN-ACKNOWLEDGEMENT
           END-IF
           STOP RUN.

       GET-RUN-MODE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT > 0
               ACCEPT RUN-MODE FROM ARGUMENT-VALUE
           END-IF
           IF ARG-COUNT > 1
               ACCEPT SUM-FILE-NAME FROM ARGUMENT-VALUE
               IF SUM-FILE-NAME NOT = "STUDENT-SUMMARY.DAT"
                   MOVE 'Y' TO AMEND-MODE-SW
               END-IF
           END-IF
           IF ARG-COUNT > 2
               ACCEPT ACK-FILE-NAME FROM ARGUMENT-VALUE
           END-IF
           IF RUN-MODE NOT = 'T' AND RUN-MODE NOT = 'A'
               DISPLAY "REGISTRAR-ACK: MODE MUST BE T (RECORD "
                   "TRANSMISSION) OR A (TAKE IN ACKNOWLEDGEMENT)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The extract is taken as SUMMARY-RECONCILE left it - its own
      * trailer is what the registrar's receipt is held against, so
      * an extract without one cannot be matched at all.
       LOAD-EXTRACT.
           OPEN INPUT SUM-FILE
           IF SUM-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRAR-ACK: CANNOT OPEN " SUM-FILE-NAME
                   " - FILE STATUS " SUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUM-EOF-FLAG = 'Y'
               READ SUM-FILE
                   AT END
                       MOVE 'Y' TO SUM-EOF-FLAG
                   NOT AT END
                       PERFORM KEEP-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE SUM-FILE
           IF SUM-TRAILER-SEEN-SW = 'N'
               DISPLAY "REGISTRAR-ACK: NO TRL TRAILER ON "
                   SUM-FILE-NAME " - WAS THE EXTRACT RUN "
                   "COMPLETED?"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       KEEP-EXTRACT-RECORD.
           IF TRL-IN-TAG = "TRL,"
               MOVE 'Y' TO SUM-TRAILER-SEEN-SW
               MOVE TRL-IN-COUNT TO SUM-TRAILER-COUNT
               MOVE TRL-IN-HASH-WHOLE TO HASH-WHOLE
               MOVE TRL-IN-HASH-FRAC TO HASH-FRAC
               COMPUTE SUM-TRAILER-HASH = HASH-WHOLE
                   + (HASH-FRAC / 100)
           ELSE
               IF EXTRACT-TERM = SPACES
                   MOVE SUM-IN-TERM TO EXTRACT-TERM
               END-IF
               IF EXT-COUNT < EXT-MAX
                   ADD 1 TO EXT-COUNT
                   MOVE SUM-IN-DEPT-CD TO EXT-DEPT-CD (EXT-COUNT)
                   MOVE SUM-IN-SNO TO EXT-SNO (EXT-COUNT)
                   MOVE SUM-IN-TERM TO EXT-TERM (EXT-COUNT)
                   MOVE SUM-IN-AVE TO EXT-AVE (EXT-COUNT)
                   MOVE SPACE TO EXT-ACK-STATUS (EXT-COUNT)
               ELSE
                   DISPLAY SUM-FILE-NAME " has more records than "
                       "this program can hold - run refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Only an extract SUMMARY-RECONCILE approved may be recorded as
      * sent, and only the full extract - amendments are not tracked
      * on TERM-STATUS.DAT. Recording a (re)transmission takes back
      * any acknowledgement of an earlier one.
       RECORD-TRANSMISSION.
           IF AMEND-MODE-SW = 'Y'
               DISPLAY "REGISTRAR-ACK: ONLY THE FULL "
                   "STUDENT-SUMMARY.DAT TRANSMISSION IS RECORDED ON "
                   "TERM-STATUS.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TERMSTAT-FOUND-IDX = 0
               OR TST-RECONCILE-OK (TERMSTAT-FOUND-IDX) NOT = 'Y'
               DISPLAY "REGISTRAR-ACK: SUMMARY-RECONCILE HAS NOT "
                   "APPROVED TERM " EXTRACT-TERM "'S EXTRACT - "
                   "TRANSMISSION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TST-ARCHIVE-DONE (TERMSTAT-FOUND-IDX) = 'Y'
               DISPLAY "REGISTRAR-ACK: TERM " EXTRACT-TERM " WAS "
                   "CLOSED BY GRADE-ARCHIVE ON "
                   TST-ARCHIVE-DATE (TERMSTAT-FOUND-IDX)
                   " - TRANSMISSION NOT RECORDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO TST-TRANSMIT-DONE (TERMSTAT-FOUND-IDX)
           MOVE RUN-DATE TO TST-TRANSMIT-DATE (TERMSTAT-FOUND-IDX)
           MOVE 'N' TO TST-ACK-DONE (TERMSTAT-FOUND-IDX)
           MOVE SPACES TO TST-ACK-DATE (TERMSTAT-FOUND-IDX)
           PERFORM REWRITE-TERM-STATUS-FILE
           MOVE EXT-COUNT TO EXT-COUNT-OUT
           DISPLAY "REGISTRAR-ACK: TERM " EXTRACT-TERM " EXTRACT OF "
               EXT-COUNT-OUT " STUDENT(S) RECORDED AS SENT TO THE "
               "REGISTRAR ON " RUN-DATE.

       TAKE-IN-ACKNOWLEDGEMENT.
           IF AMEND-MODE-SW = 'N'
               IF TERMSTAT-FOUND-IDX = 0
                   OR TST-TRANSMIT-DONE (TERMSTAT-FOUND-IDX) NOT = 'Y'
                   DISPLAY "REGISTRAR-ACK: TERM " EXTRACT-TERM
                       "'S EXTRACT IS NOT RECORDED AS SENT - RUN "
                       "REGISTRAR-ACK T FIRST"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM OPEN-ACK-LISTING
           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRAR-ACK: CANNOT OPEN " ACK-FILE-NAME
                   " - FILE STATUS " ACK-FILE-STATUS
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ACK-EOF-FLAG = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO ACK-EOF-FLAG
                   NOT AT END
                       PERFORM MATCH-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           PERFORM LIST-UNACKNOWLEDGED
               VARYING EXT-IDX FROM 1 BY 1
               UNTIL EXT-IDX > EXT-COUNT
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-ACK-TOTALS
           CLOSE LIST-FILE
           IF REJECTED-CTR = 0 AND MISSING-CTR = 0
               AND UNMATCHED-CTR = 0 AND MISMATCH-CTR = 0
               DISPLAY "REGISTRAR-ACK: TERM " EXTRACT-TERM " EXTRACT "
                   "FULLY ACKNOWLEDGED BY THE REGISTRAR"
               IF AMEND-MODE-SW = 'N'
                   MOVE 'Y' TO TST-ACK-DONE (TERMSTAT-FOUND-IDX)
                   MOVE RUN-DATE TO TST-ACK-DATE (TERMSTAT-FOUND-IDX)
                   PERFORM REWRITE-TERM-STATUS-FILE
               END-IF
           ELSE
               DISPLAY "REGISTRAR-ACK: EXTRACT NOT FULLY "
                   "ACKNOWLEDGED - SEE REGISTRAR-ACK-LIST.TXT"
               IF AMEND-MODE-SW = 'N'
                   MOVE 'N' TO TST-ACK-DONE (TERMSTAT-FOUND-IDX)
                   MOVE SPACES TO TST-ACK-DATE (TERMSTAT-FOUND-IDX)
                   PERFORM REWRITE-TERM-STATUS-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF.

       OPEN-ACK-LISTING.
           OPEN OUTPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               DISPLAY "REGISTRAR-ACK: CANNOT OPEN "
                   "REGISTRAR-ACK-LIST.TXT - FILE STATUS "
                   LIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE LIST-LINE FROM ACK-HEADER-1
           WRITE LIST-LINE FROM ACK-HEADER-2
           WRITE LIST-LINE FROM ACK-HEADER-3
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SUM-FILE-NAME TO ACK-EXTRACT-OUT
           MOVE EXTRACT-TERM TO ACK-TERM-OUT
           WRITE LIST-LINE FROM ACK-FILE-LINE
           MOVE ACK-FILE-NAME TO ACK-RETURN-OUT
           MOVE RUN-DATE TO ACK-RUN-DATE-OUT
           WRITE LIST-LINE FROM ACK-RETURN-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           WRITE LIST-LINE FROM ACK-COLUMN-HEADER.

      * Each return line must answer a student the extract carried,
      * for the extract's term, once.
       MATCH-ACK-RECORD.
           IF ACK-TRL-TAG = "TRL,"
               MOVE 'Y' TO ACK-TRAILER-SEEN-SW
               MOVE ACK-TRL-COUNT TO ACK-TRAILER-COUNT
               MOVE ACK-TRL-HASH-WHOLE TO HASH-WHOLE
               MOVE ACK-TRL-HASH-FRAC TO HASH-FRAC
               COMPUTE ACK-TRAILER-HASH = HASH-WHOLE
                   + (HASH-FRAC / 100)
           ELSE
               IF ACK-TRAILER-SEEN-SW = 'Y'
                   MOVE 'Y' TO ACK-AFTER-TRAILER-SW
               END-IF
               ADD 1 TO ACK-DETAIL-CTR
               PERFORM FIND-EXTRACT-ENTRY
               MOVE SPACES TO EXCEPTION-TEXT
               EVALUATE TRUE
                   WHEN EXT-FOUND-IDX = 0
                       MOVE "NOT IN THE EXTRACT SENT"
                           TO EXCEPTION-TEXT
                   WHEN EXT-TERM (EXT-FOUND-IDX) NOT = ACK-IN-TERM
                       MOVE "TERM DOES NOT MATCH THE EXTRACT"
                           TO EXCEPTION-TEXT
                   WHEN EXT-ACK-STATUS (EXT-FOUND-IDX) NOT = SPACE
                       MOVE "ACKNOWLEDGED MORE THAN ONCE"
                           TO EXCEPTION-TEXT
                   WHEN ACK-IN-STATUS = 'A'
                       MOVE 'A' TO EXT-ACK-STATUS (EXT-FOUND-IDX)
                       ADD 1 TO ACCEPTED-CTR
                   WHEN ACK-IN-STATUS = 'R'
                       MOVE 'R' TO EXT-ACK-STATUS (EXT-FOUND-IDX)
                       ADD 1 TO REJECTED-CTR
                   WHEN OTHER
                       MOVE "STATUS IS NEITHER A NOR R"
                           TO EXCEPTION-TEXT
               END-EVALUATE
               MOVE ACK-IN-DEPT-CD TO ACK-DEPT-OUT
               MOVE ACK-IN-SNO TO ACK-SNO-OUT
               MOVE ACK-IN-TERM TO ACK-DTL-TERM-OUT
               MOVE SPACES TO ACK-AVE-OUT
               IF EXT-FOUND-IDX > 0
                   MOVE EXT-AVE (EXT-FOUND-IDX) TO ACK-AVE-OUT
               END-IF
               MOVE ACK-IN-REASON TO ACK-CODE-OUT
               IF EXCEPTION-TEXT NOT = SPACES
                   ADD 1 TO UNMATCHED-CTR
                   MOVE EXCEPTION-TEXT TO ACK-TEXT-OUT
                   WRITE LIST-LINE FROM ACK-DETAIL-LINE
               ELSE
                   IF ACK-IN-STATUS = 'R'
                       MOVE "REJECTED BY THE REGISTRAR"
                           TO ACK-TEXT-OUT
                       WRITE LIST-LINE FROM ACK-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

       FIND-EXTRACT-ENTRY.
           MOVE 0 TO EXT-FOUND-IDX
           PERFORM VARYING EXT-IDX FROM 1 BY 1
                   UNTIL EXT-IDX > EXT-COUNT
                   OR EXT-FOUND-IDX > 0
               IF EXT-DEPT-CD (EXT-IDX) = ACK-IN-DEPT-CD
                   AND EXT-SNO (EXT-IDX) = ACK-IN-SNO
                   MOVE EXT-IDX TO EXT-FOUND-IDX
               END-IF
           END-PERFORM.

       LIST-UNACKNOWLEDGED.
           IF EXT-ACK-STATUS (EXT-IDX) = SPACE
               ADD 1 TO MISSING-CTR
               MOVE EXT-DEPT-CD (EXT-IDX) TO ACK-DEPT-OUT
               MOVE EXT-SNO (EXT-IDX) TO ACK-SNO-OUT
               MOVE EXT-TERM (EXT-IDX) TO ACK-DTL-TERM-OUT
               MOVE EXT-AVE (EXT-IDX) TO ACK-AVE-OUT
               MOVE SPACES TO ACK-CODE-OUT
               MOVE "MISSING FROM THE ACKNOWLEDGEMENT"
                   TO ACK-TEXT-OUT
               WRITE LIST-LINE FROM ACK-DETAIL-LINE
           END-IF.

      * What was sent (the extract's trailer) against what the
      * registrar says was received (the return file's trailer), and
      * the return file's own detail count against its trailer.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           WRITE LIST-LINE FROM CONTROL-HEADER
           IF ACK-TRAILER-SEEN-SW = 'N'
               MOVE SPACES TO CONTROL-LINE
               MOVE "RETURN FILE TRAILER" TO CTL-CAPTION-OUT
               MOVE "MISSING" TO CTL-RESULT-OUT
               WRITE LIST-LINE FROM CONTROL-LINE
               ADD 1 TO MISMATCH-CTR
           ELSE
               MOVE "STUDENT RECORDS" TO CTL-CAPTION-OUT
               MOVE SUM-TRAILER-COUNT TO CTL-COUNT-EDIT
               MOVE CTL-COUNT-EDIT TO CTL-SENT-OUT
               MOVE ACK-TRAILER-COUNT TO CTL-COUNT-EDIT
               MOVE CTL-COUNT-EDIT TO CTL-RECEIVED-OUT
               IF SUM-TRAILER-COUNT = ACK-TRAILER-COUNT
                   MOVE "AGREES" TO CTL-RESULT-OUT
               ELSE
                   MOVE "MISMATCH" TO CTL-RESULT-OUT
                   ADD 1 TO MISMATCH-CTR
               END-IF
               WRITE LIST-LINE FROM CONTROL-LINE
               MOVE "AVERAGE HASH" TO CTL-CAPTION-OUT
               MOVE SUM-TRAILER-HASH TO CTL-HASH-EDIT
               MOVE CTL-HASH-EDIT TO CTL-SENT-OUT
               MOVE ACK-TRAILER-HASH TO CTL-HASH-EDIT
               MOVE CTL-HASH-EDIT TO CTL-RECEIVED-OUT
               IF SUM-TRAILER-HASH = ACK-TRAILER-HASH
                   MOVE "AGREES" TO CTL-RESULT-OUT
               ELSE
                   MOVE "MISMATCH" TO CTL-RESULT-OUT
                   ADD 1 TO MISMATCH-CTR
               END-IF
               WRITE LIST-LINE FROM CONTROL-LINE
               MOVE "RETURN LINES / TRAILER" TO CTL-CAPTION-OUT
               MOVE ACK-DETAIL-CTR TO CTL-COUNT-EDIT
               MOVE CTL-COUNT-EDIT TO CTL-SENT-OUT
               MOVE ACK-TRAILER-COUNT TO CTL-COUNT-EDIT
               MOVE CTL-COUNT-EDIT TO CTL-RECEIVED-OUT
               IF ACK-DETAIL-CTR = ACK-TRAILER-COUNT
                   MOVE "AGREES" TO CTL-RESULT-OUT
               ELSE
                   MOVE "MISMATCH" TO CTL-RESULT-OUT
                   ADD 1 TO MISMATCH-CTR
               END-IF
               WRITE LIST-LINE FROM CONTROL-LINE
           END-IF
           IF ACK-AFTER-TRAILER-SW = 'Y'
               MOVE SPACES TO CONTROL-LINE
               MOVE "LINES AFTER THE TRAILER" TO CTL-CAPTION-OUT
               MOVE "SUSPECT" TO CTL-RESULT-OUT
               WRITE LIST-LINE FROM CONTROL-LINE
               ADD 1 TO MISMATCH-CTR
           END-IF.

       WRITE-ACK-TOTALS.
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE "STUDENTS SENT:" TO ACK-TOTAL-CAPTION
           MOVE EXT-COUNT TO ACK-TOTAL-OUT
           WRITE LIST-LINE FROM ACK-TOTAL-LINE
           MOVE "ACCEPTED BY THE REGISTRAR:" TO ACK-TOTAL-CAPTION
           MOVE ACCEPTED-CTR TO ACK-TOTAL-OUT
           WRITE LIST-LINE FROM ACK-TOTAL-LINE
           MOVE "REJECTED BY THE REGISTRAR:" TO ACK-TOTAL-CAPTION
           MOVE REJECTED-CTR TO ACK-TOTAL-OUT
           WRITE LIST-LINE FROM ACK-TOTAL-LINE
           MOVE "MISSING FROM THE RETURN:" TO ACK-TOTAL-CAPTION
           MOVE MISSING-CTR TO ACK-TOTAL-OUT
           WRITE LIST-LINE FROM ACK-TOTAL-LINE
           MOVE "RETURN LINES NOT MATCHED:" TO ACK-TOTAL-CAPTION
           MOVE UNMATCHED-CTR TO ACK-TOTAL-OUT
           WRITE LIST-LINE FROM ACK-TOTAL-LINE.

       FIND-TERM-STATUS-ENTRY.
           MOVE 0 TO TERMSTAT-FOUND-IDX
           PERFORM VARYING TERMSTAT-IDX FROM 1 BY 1
                   UNTIL TERMSTAT-IDX > TERMSTAT-COUNT
                   OR TERMSTAT-FOUND-IDX > 0
               IF TST-TERM (TERMSTAT-IDX) = EXTRACT-TERM
                   MOVE TERMSTAT-IDX TO TERMSTAT-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-TERM-STATUS-TABLE.
           MOVE 'N' TO TERMSTAT-EOF-FLAG
           MOVE 0 TO TERMSTAT-COUNT
           OPEN INPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
               AND TERMSTAT-FILE-STATUS NOT = "05"
               DISPLAY "REGISTRAR-ACK: CANNOT OPEN "
                   "TERM-STATUS.DAT - FILE STATUS "
                   TERMSTAT-FILE-STATUS
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
               DISPLAY "REGISTRAR-ACK: CANNOT REWRITE "
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
