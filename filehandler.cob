      *                   abending the run. Operands in the file stay
      *                   whole numbers; fractions enter through
      *                   references and accumulators.
      *   2026-10-15  JC  New printed worksheet, CALC-REPORT.TXT, so the
      *                   budget office has one document to sign and
      *                   file instead of rebuilding a figure's chain by
      *                   hand from calculations.txt. Every line prints
      *                   in line order as keyed, then each operand
      *                   with the value actually used - a #nn result or
      *                   an @NAME balance as it stood when the line ran
      *                   - then the result and the accumulator it was
      *                   stored into, or the reason it was rejected.
      *                   55-line pages with a heading, run date and
      *                   page number; a line's block is kept whole on
      *                   one page. The worksheet closes with every
      *                   accumulator's closing balance and the control
      *                   counts - lines read, computed and rejected,
      *                   and the total of all results. CNT and
      *                   REJECT-CNT widened to five digits to match
      *                   LINE-NO, so the counts cannot wrap past 99.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECTS-FILE ASSIGN TO "CALC-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALC-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECTS-FILE.
       01  REJECTS-FILE-LINE PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-FILE-LINE  PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS    PIC XX.
       01  WS-RESULTS-STATUS PIC XX.
       01  WS-REJECTS-STATUS PIC XX.
       01  WS-REPORT-STATUS  PIC XX.
       01  WS-EOF            PIC X  VALUE 'N'.
       01  LINE-NO           PIC 9(5) VALUE 0.
       01  CNT               PIC 9(5) VALUE 0.
       01  REJECT-CNT        PIC 9(5) VALUE 0.

      * One calculation line: an operator code followed by up to
      * OPERAND-MAX space-separated operands.
           05  FILLER            PIC X(1)  VALUE ",".
           05  RJ-RECORD         PIC X(80).

      * CALC-REPORT.TXT, the printed worksheet. Every line goes out
      * through WRITE-REPORT-LINE so the page depth is enforced in one
      * place; RPT-BLOCK-LINES is the depth of the line's block about
      * to print, so a block never splits across a page boundary.
       01  LINES-PER-PAGE        PIC 99 VALUE 55.
       01  PAGE-NO               PIC 9(4) VALUE 0.
       01  LINE-CTR              PIC 99 VALUE 0.
       01  RPT-BLOCK-LINES       PIC 99 VALUE 0.
       01  PRINT-HOLD            PIC X(90) VALUE SPACES.
       01  RUN-DATE              PIC X(8).
       01  RESULT-TOTAL          PIC S9(15)V99 VALUE 0.

       01  RPT-HEADER-1.
           05  FILLER            PIC X(15) VALUE SPACES.
           05  FILLER            PIC X(50)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".

       01  RPT-HEADER-2.
           05  FILLER            PIC X(25) VALUE SPACES.
           05  FILLER            PIC X(25)
               VALUE "Sta. Mesa, Manila".

       01  RPT-HEADER-3.
           05  FILLER            PIC X(21) VALUE SPACES.
           05  FILLER            PIC X(40)
               VALUE "BUDGET OFFICE CALCULATION WORKSHEET".

       01  RPT-HEADER-PAGE-LINE.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "RUN DATE: ".
           05  RPT-RUN-DATE-OUT  PIC X(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(35)
               VALUE "INPUT: calculations.txt".
           05  FILLER            PIC X(6)  VALUE "PAGE: ".
           05  RPT-PAGE-NO-OUT   PIC ZZZ9.

       01  RPT-COLUMN-HEADER.
           05  FILLER            PIC X(7)  VALUE " LINE".
           05  FILLER            PIC X(14) VALUE "AS KEYED".
           05  FILLER            PIC X(27) VALUE "RESOLVED FROM".
           05  FILLER            PIC X(13) VALUE "       AMOUNT".

      * The line exactly as keyed.
       01  RPT-KEYED-LINE.
           05  RPT-KEYED-LINE-NO PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RPT-KEYED-TEXT    PIC X(80).

      * One operand and what it resolved to: the number typed, line
      * nn's result, or the accumulator's balance when the line ran.
       01  RPT-OPERAND-LINE.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  RPT-OPD-TOKEN     PIC X(12).
           05  RPT-OPD-SOURCE    PIC X(27).
           05  RPT-OPD-VALUE     PIC -(9)9.99.


       01  RPT-RESULT-LINE.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  RPT-RESULT-CAPTION PIC X(39).
           05  RPT-RESULT-VALUE  PIC -(9)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  RPT-STORED-CAPTION PIC X(13).
           05  RPT-STORED-NAME   PIC X(9).

       01  RPT-REJECT-LINE.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  FILLER            PIC X(12) VALUE "REJECTED -".
           05  RPT-REJECT-REASON PIC X(30).

       01  RPT-SECTION-LINE.
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  RPT-SECTION-TITLE PIC X(40).

       01  RPT-ACCUM-LINE.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE "@".
           05  RPT-ACCUM-NAME    PIC X(38).
           05  RPT-ACCUM-VALUE   PIC -(9)9.99.

       01  RPT-COUNT-LINE.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  RPT-COUNT-CAPTION PIC X(39).
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  RPT-COUNT-VALUE   PIC ZZZZ9.

       01  RPT-TOTAL-LINE.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  FILLER            PIC X(33)
               VALUE "TOTAL OF ALL RESULTS".
           05  RPT-TOTAL-VALUE   PIC -(15)9.99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-para
       MAIN-PARA.
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Cannot open CALC-REPORT.TXT"
               DISPLAY "Status: " WS-REPORT-STATUS
               CLOSE CALC-FILE
               CLOSE RESULTS-FILE
               CLOSE REJECTS-FILE
               STOP RUN
           END-IF

           PERFORM INIT-LINE-RESULTS
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM START-NEW-PAGE

           DISPLAY "CALCULATIONS FROM FILE"
           DISPLAY "----------------------------------------"
           DISPLAY "Total calculations: " CNT
           DISPLAY "Total rejected    : " REJECT-CNT

           PERFORM WRITE-REPORT-CLOSING

           CLOSE CALC-FILE
           CLOSE RESULTS-FILE
           CLOSE REJECTS-FILE
           CLOSE REPORT-FILE
           STOP RUN.

       PROCESS-CALC-LINE.
               PERFORM RECORD-LINE-RESULT
               PERFORM WRITE-RESULT-LEDGER
               ADD 1 TO CNT
               ADD RESULT-VALUE TO RESULT-TOTAL
           ELSE
               PERFORM WRITE-REJECT-LEDGER
               ADD 1 TO REJECT-CNT
           END-IF
           PERFORM PRINT-CALC-LINE.

       INIT-LINE-RESULTS.
           PERFORM VARYING LR-INIT-SUB FROM 1 BY 1
           MOVE CALC-RECORD TO RJ-RECORD
           WRITE REJECTS-FILE-LINE FROM REJECT-LEDGER-LINE
           DISPLAY "LINE " LINE-NO " REJECTED: " REJECT-REASON.

      * One worksheet block per calculations.txt line, in line order:
      * the line as keyed, then for a computed line each operand with
      * the value it resolved to and the result, or for a rejected
      * line the reason. The block is kept whole on one page.
       PRINT-CALC-LINE.
           IF LINE-VALID-SW = 'Y'
               COMPUTE RPT-BLOCK-LINES = OPERAND-COUNT + 3
           ELSE
               MOVE 3 TO RPT-BLOCK-LINES
           END-IF
           IF LINE-CTR + RPT-BLOCK-LINES > LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF

           MOVE LINE-NO TO RPT-KEYED-LINE-NO
           MOVE CALC-RECORD TO RPT-KEYED-TEXT
           MOVE RPT-KEYED-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE

           IF LINE-VALID-SW = 'Y'
               PERFORM PRINT-OPERAND-LINE
                   VARYING OPD-SUB FROM 1 BY 1
                   UNTIL OPD-SUB > OPERAND-COUNT
               EVALUATE TRUE
                   WHEN OP-ADD
                       MOVE "RESULT - ADD" TO RPT-RESULT-CAPTION
                   WHEN OP-SUBTRACT
                       MOVE "RESULT - SUBTRACT" TO RPT-RESULT-CAPTION
                   WHEN OP-MULTIPLY
                       MOVE "RESULT - MULTIPLY" TO RPT-RESULT-CAPTION
                   WHEN OP-DIVIDE
                       MOVE "RESULT - DIVIDE" TO RPT-RESULT-CAPTION
                   WHEN OP-AVERAGE
                       MOVE "RESULT - AVERAGE" TO RPT-RESULT-CAPTION
               END-EVALUATE
               MOVE RESULT-VALUE TO RPT-RESULT-VALUE
               IF STORE-PENDING-SW = 'Y'
                   MOVE "STORED INTO @" TO RPT-STORED-CAPTION
                   MOVE STORE-ACCUM-NAME TO RPT-STORED-NAME
               ELSE
                   MOVE SPACES TO RPT-STORED-CAPTION
                   MOVE SPACES TO RPT-STORED-NAME
               END-IF
               MOVE RPT-RESULT-LINE TO PRINT-HOLD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE REJECT-REASON TO RPT-REJECT-REASON
               MOVE RPT-REJECT-LINE TO PRINT-HOLD
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE.

      * OPERAND-VALUE still holds what VALIDATE-ONE-OPERAND resolved
      * each token to - for @NAME, the balance before this line's own
      * >NAME store, which is the value the arithmetic used.
       PRINT-OPERAND-LINE.
           MOVE TOK-OPERAND (OPD-SUB) TO RPT-OPD-TOKEN
           MOVE TOK-OPERAND-LEN (OPD-SUB) TO WS-TOKEN-LEN
           EVALUATE TOK-OPERAND (OPD-SUB) (1:1)
               WHEN '#'
                   MOVE SPACES TO RPT-OPD-SOURCE
                   STRING "RESULT OF LINE " DELIMITED BY SIZE
                       TOK-OPERAND (OPD-SUB) (2:WS-TOKEN-LEN - 1)
                           DELIMITED BY SIZE
                       INTO RPT-OPD-SOURCE
                   END-STRING
               WHEN '@'
                   MOVE "ACCUMULATOR BALANCE" TO RPT-OPD-SOURCE
               WHEN OTHER
                   MOVE "AS KEYED" TO RPT-OPD-SOURCE
           END-EVALUATE
           MOVE OPERAND-VALUE (OPD-SUB) TO RPT-OPD-VALUE
           MOVE RPT-OPERAND-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE.

      * Closing balance of every accumulator, in the order first
      * stored into, then the control counts the office signs off.
       WRITE-REPORT-CLOSING.
           IF LINE-CTR + ACCUM-COUNT + 9 > LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF
           MOVE "CLOSING ACCUMULATOR BALANCES" TO RPT-SECTION-TITLE
           MOVE RPT-SECTION-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           IF ACCUM-COUNT = 0
               MOVE "  (NO ACCUMULATOR WAS STORED INTO)"
                   TO RPT-SECTION-TITLE
               MOVE RPT-SECTION-LINE TO PRINT-HOLD
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING ACCUM-IDX FROM 1 BY 1
                   UNTIL ACCUM-IDX > ACCUM-COUNT
               MOVE ACCUM-NAME (ACCUM-IDX) TO RPT-ACCUM-NAME
               MOVE ACCUM-VALUE (ACCUM-IDX) TO RPT-ACCUM-VALUE
               MOVE RPT-ACCUM-LINE TO PRINT-HOLD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           MOVE "CONTROL COUNTS" TO RPT-SECTION-TITLE
           MOVE RPT-SECTION-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           MOVE "LINES READ" TO RPT-COUNT-CAPTION
           MOVE LINE-NO TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           MOVE "LINES COMPUTED" TO RPT-COUNT-CAPTION
           MOVE CNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           MOVE "LINES REJECTED" TO RPT-COUNT-CAPTION
           MOVE REJECT-CNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           MOVE RESULT-TOTAL TO RPT-TOTAL-VALUE
           MOVE RPT-TOTAL-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE.

      * Every CALC-REPORT.TXT line passes through here so the page
      * depth is enforced in one place.
       WRITE-REPORT-LINE.
           IF LINE-CTR >= LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF
           WRITE REPORT-FILE-LINE FROM PRINT-HOLD
           ADD 1 TO LINE-CTR.

      * Pad the page being left to the full form depth, then write
      * the heading block for the new page.
       START-NEW-PAGE.
           IF PAGE-NO > 0
               MOVE SPACES TO REPORT-FILE-LINE
               PERFORM UNTIL LINE-CTR >= LINES-PER-PAGE
                   WRITE REPORT-FILE-LINE
                   ADD 1 TO LINE-CTR
               END-PERFORM
           END-IF
           ADD 1 TO PAGE-NO
           MOVE RUN-DATE TO RPT-RUN-DATE-OUT
           MOVE PAGE-NO TO RPT-PAGE-NO-OUT
           WRITE REPORT-FILE-LINE FROM RPT-HEADER-1
           WRITE REPORT-FILE-LINE FROM RPT-HEADER-2
           WRITE REPORT-FILE-LINE FROM RPT-HEADER-3
           WRITE REPORT-FILE-LINE FROM RPT-HEADER-PAGE-LINE
           MOVE SPACES TO REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE FROM RPT-COLUMN-HEADER
           MOVE SPACES TO REPORT-FILE-LINE
           WRITE REPORT-FILE-LINE
           MOVE 7 TO LINE-CTR.
