      * Operator utility for the named-sequence service: lists the
      * sequences on file, or reseeds one with an audit line so a
      * jump in a number series can always be explained later. The
      * RESERVED listing shows the blocks sequence-block has handed
      * out that are still open, and the closed ones whose unused
      * numbers were left recorded rather than returned.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sequence-admin.
       ENVIRONMENT DIVISION.
               SELECT F-ADMIN-LOG-FILE ASSIGN TO "sequence-admin.log"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ADMIN-LOG-STATUS.
               SELECT F-RESERVATIONS-FILE
                 ASSIGN TO "sequence-reservations.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESERVATIONS-STATUS.
               SELECT F-LOCK-FILE ASSIGN TO "sequences.lck"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOCK-STATUS.
               05 SEQUENCE-VALUE PIC 9(9).
           FD F-ADMIN-LOG-FILE.
           01 ADMIN-LOG-RECORD PIC X(80).
           FD F-RESERVATIONS-FILE.
           01 RESERVATION-ROW.
               05 RSV-SEQUENCE-NAME PIC X(20).
               05 RSV-OWNER PIC X(20).
               05 RSV-DATE PIC X(10).
               05 RSV-FIRST PIC 9(9).
               05 RSV-LAST PIC 9(9).
               05 RSV-USED-HIGH PIC 9(9).
               05 RSV-STATE PIC X(8).
           FD F-LOCK-FILE.
           01 LOCK-RECORD PIC X(20).
           WORKING-STORAGE SECTION.
           01 WS-SEQUENCES-STATUS PIC XX.
           01 WS-ADMIN-LOG-STATUS PIC XX.
           01 WS-LOCK-STATUS PIC XX.
           01 WS-RESERVATIONS-STATUS PIC XX.
           01 WS-RSV-LISTED PIC 9(4) VALUE 0.
           01 WS-RSV-UNUSED PIC 9(9).
           01 WS-LOCK-TRIES PIC 9(4) COMP.
           01 WS-LOCK-HELD PIC X VALUE 'N'.
           01 WS-FILE-IS-ENDED PIC 9.
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           DISPLAY "Mode (LIST, RESERVED or RESEED): ".
           ACCEPT WS-MODE.
           PERFORM LOAD-SEQUENCES.
           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM LIST-SEQUENCES
               WHEN "RESERVED"
                   PERFORM LIST-RESERVATIONS
               WHEN "RESEED"
                   CALL "operator-auth" USING WS-AUTH-PROGRAM,
                       WS-AUTH-ACTION, WS-AUTH-OPERATOR,
           DISPLAY WS-SEQ-NAME(WS-SEQ-IDX) " "
               WS-SEQ-VALUE(WS-SEQ-IDX).

      * Open blocks may still be drawing; a closed block shows the
      * tail it left unused. Released blocks gave their tail back
      * and are not outstanding
           LIST-RESERVATIONS SECTION.
           MOVE 0 TO WS-RSV-LISTED.
           OPEN INPUT F-RESERVATIONS-FILE.
           IF WS-RESERVATIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RESERVATIONS-FILE
                       NOT AT END
                           PERFORM LIST-ONE-RESERVATION
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RESERVATIONS-FILE
           END-IF.
           IF WS-RSV-LISTED = 0
               DISPLAY "No outstanding reservations"
           END-IF.

           LIST-ONE-RESERVATION SECTION.
           EVALUATE RSV-STATE
               WHEN "OPEN"
                   ADD 1 TO WS-RSV-LISTED
                   DISPLAY RSV-SEQUENCE-NAME " " RSV-FIRST "-" RSV-LAST
                       " OPEN     " RSV-OWNER " SINCE " RSV-DATE
               WHEN "CLOSED"
                   IF RSV-USED-HIGH < RSV-LAST
                       ADD 1 TO WS-RSV-LISTED
                       COMPUTE WS-RSV-UNUSED = RSV-LAST - RSV-USED-HIGH
                       DISPLAY RSV-SEQUENCE-NAME " " RSV-FIRST "-"
                           RSV-LAST " CLOSED   " RSV-OWNER " "
                           RSV-DATE " UNUSED " WS-RSV-UNUSED
                           " AFTER " RSV-USED-HIGH
                   END-IF
           END-EVALUATE.

           RESEED-SEQUENCE SECTION.
           DISPLAY "Sequence name: ".
           ACCEPT WS-RESEED-NAME.
