      *                   completed archive marks the term's archive
      *                   step done, which closes the term - see
      *                   TERM-STATUS for the operator inquiry.
      *   2026-10-15  JC  A term is now refused unless the registrar has
      *                   fully acknowledged its extract (the
      *                   acknowledged step REGISTRAR-ACK records on
      *                   TERM-STATUS.DAT) - the grades must not be
      *                   closed while the registrar still holds rejects
      *                   or has not loaded every student.

       ENVIRONMENT DIVISION.

           05  TS-RECONCILE-DATE   PIC X(8).
           05  TS-ARCHIVE-DONE     PIC X.
           05  TS-ARCHIVE-DATE     PIC X(8).
           05  TS-TRANSMIT-DONE    PIC X.
           05  TS-TRANSMIT-DATE    PIC X(8).
           05  TS-ACK-DONE         PIC X.
           05  TS-ACK-DATE         PIC X(8).

       WORKING-STORAGE SECTION.

               10  TST-RECONCILE-DATE  PIC X(8).
               10  TST-ARCHIVE-DONE    PIC X.
               10  TST-ARCHIVE-DATE    PIC X(8).
               10  TST-TRANSMIT-DONE   PIC X.
               10  TST-TRANSMIT-DATE   PIC X(8).
               10  TST-ACK-DONE        PIC X.
               10  TST-ACK-DATE        PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * The gate that makes the close-out order stick: a term already
      * archived must never be archived again (a double run duplicates
      * every grade line in the history), and a term whose extract the
      * reconcile step has not approved is not ready to archive - nor
      * is one the registrar has not fully acknowledged loading.
       CHECK-TERM-GATE.
           PERFORM FIND-TERM-STATUS-ENTRY
           IF TERMSTAT-FOUND-IDX > 0
               CLOSE INFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TST-ACK-DONE (TERMSTAT-FOUND-IDX) NOT = 'Y'
               DISPLAY "GRADE-ARCHIVE: THE REGISTRAR HAS NOT FULLY "
                   "ACKNOWLEDGED TERM " ARCHIVE-TERM "'S EXTRACT - "
                   "RUN REFUSED"
               DISPLAY "Take in the registrar's acknowledgement with "
                   "REGISTRAR-ACK and clear its exceptions first."
               CLOSE INFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ARCHIVE-CURRENT-RECORD.
