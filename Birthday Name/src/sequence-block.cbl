      * Block reservations on the named-sequence service. A caller
      * that draws many numbers in one run (a region partition of
      * the nightly pass) RESERVEs a block in one locked draw and
      * hands the numbers out from memory; at the end of its run it
      * RELEASEs the block with the highest number it used. When no
      * one has drawn since, the unused tail goes back to the series;
      * otherwise it stays recorded on the reservation so the card
      * ledger audit knows those numbers were never meant to exist.
      * Every block is a row of sequence-reservations.dat: OPEN while
      * in use, RELEASED once its tail is returned, CLOSED when the
      * tail had to be left unused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sequence-block.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-SEQUENCES-FILE ASSIGN TO "sequences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQUENCES-STATUS.
               SELECT F-RESERVATIONS-FILE
                 ASSIGN TO "sequence-reservations.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESERVATIONS-STATUS.
               SELECT F-LOCK-FILE ASSIGN TO "sequences.lck"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-SEQUENCES-FILE.
           01 SEQUENCE-ROW.
               05 SEQUENCE-NAME PIC X(20).
               05 SEQUENCE-VALUE PIC 9(9).
           FD F-RESERVATIONS-FILE.
           01 RESERVATION-ROW.
               05 RSV-SEQUENCE-NAME PIC X(20).
               05 RSV-OWNER PIC X(20).
               05 RSV-DATE PIC X(10).
               05 RSV-FIRST PIC 9(9).
               05 RSV-LAST PIC 9(9).
               05 RSV-USED-HIGH PIC 9(9).                               * Highest number used; first less one when none
               05 RSV-STATE PIC X(8).
           FD F-LOCK-FILE.
           01 LOCK-RECORD PIC X(20).
           WORKING-STORAGE SECTION.
           01 WS-SEQUENCES-STATUS PIC XX.
           01 WS-RESERVATIONS-STATUS PIC XX.
           01 WS-LOCK-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LOCK-TRIES PIC 9(4) COMP.
           01 WS-LOCK-HELD PIC X VALUE 'N'.
           01 WS-TABLE-TRUNCATED PIC X VALUE 'N'.                       * 'Y' when a file outgrew its table
           01 WS-RUN-DATE PIC X(10).
           01 WS-SEQ-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-SEQ-IDX PIC 9(3) COMP.
           01 WS-SEQ-FOUND PIC 9.
           01 WS-SEQ-SLOT PIC 9(3) COMP.
           01 WS-SEQUENCES.
              05 WS-SEQUENCE OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-SEQ-COUNT
                  INDEXED BY SEQ-IDX.
                      10 WS-SEQ-NAME PIC X(20).
                      10 WS-SEQ-VALUE PIC 9(9).
           01 WS-RSV-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-RSV-IDX PIC 9(4) COMP.
           01 WS-RSV-SLOT PIC 9(4) COMP.
           01 WS-RESERVATIONS.
              05 WS-RESERVATION OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-RSV-COUNT.
                      10 WS-RSV-ROW PIC X(85).
           LINKAGE SECTION.
           01 LS-ACTION PIC X(8).                                       * RESERVE or RELEASE
           01 LS-SEQUENCE-NAME PIC X(20).
           01 LS-OWNER PIC X(20).
           01 LS-BLOCK-SIZE PIC 9(9).
           01 LS-FIRST-VALUE PIC 9(9).
           01 LS-LAST-VALUE PIC 9(9).
           01 LS-USED-HIGH PIC 9(9).
       PROCEDURE DIVISION USING LS-ACTION, LS-SEQUENCE-NAME,
           LS-OWNER, LS-BLOCK-SIZE, LS-FIRST-VALUE, LS-LAST-VALUE,
           LS-USED-HIGH.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM TAKE-SEQUENCE-LOCK.
           MOVE 'N' TO WS-TABLE-TRUNCATED.
           PERFORM LOAD-SEQUENCES.
           PERFORM LOAD-RESERVATIONS.
           IF WS-TABLE-TRUNCATED = 'Y'                                  * A rewrite from part of a file would lose rows
               MOVE 0 TO LS-FIRST-VALUE
               MOVE 0 TO LS-LAST-VALUE
               PERFORM RELEASE-SEQUENCE-LOCK
               GOBACK
           END-IF.
           EVALUATE LS-ACTION
               WHEN "RESERVE"
                   PERFORM RESERVE-BLOCK
               WHEN "RELEASE"
                   PERFORM RELEASE-BLOCK
               WHEN OTHER
                   DISPLAY "sequence-block: unknown action " LS-ACTION
           END-EVALUATE.
           PERFORM RELEASE-SEQUENCE-LOCK.
           GOBACK.

      * The same sequences.lck spin-lock next-sequence takes, so a
      * block draw and a single draw can never interleave
           TAKE-SEQUENCE-LOCK SECTION.
           MOVE 'N' TO WS-LOCK-HELD.
           PERFORM TRY-SEQUENCE-LOCK
               VARYING WS-LOCK-TRIES FROM 1 BY 1
               UNTIL WS-LOCK-TRIES > 5000
                   OR WS-LOCK-HELD = 'Y'.
           IF WS-LOCK-HELD = 'N'
               DISPLAY "WARNING: stale sequences.lck overridden"
           END-IF.
           OPEN OUTPUT F-LOCK-FILE.
           MOVE "LOCKED" TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE F-LOCK-FILE.

           TRY-SEQUENCE-LOCK SECTION.
           OPEN INPUT F-LOCK-FILE.
           IF WS-LOCK-STATUS = "35"
               MOVE 'Y' TO WS-LOCK-HELD
           ELSE
               IF WS-LOCK-STATUS = "00"
                   CLOSE F-LOCK-FILE
               END-IF
           END-IF.

           RELEASE-SEQUENCE-LOCK SECTION.
           DELETE FILE F-LOCK-FILE.

           LOAD-SEQUENCES SECTION.
           SET SEQ-IDX TO 0.
           OPEN INPUT F-SEQUENCES-FILE.
           IF WS-SEQUENCES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SEQUENCES-FILE
                       NOT AT END
                           IF SEQ-IDX < 999
                               ADD 1 TO SEQ-IDX
                               MOVE SEQUENCE-NAME
                                   TO WS-SEQ-NAME(SEQ-IDX)
                               MOVE SEQUENCE-VALUE
                                   TO WS-SEQ-VALUE(SEQ-IDX)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-TRUNCATED
                               MOVE 1 TO WS-FILE-IS-ENDED
                               DISPLAY "WARNING: sequences.dat over "
                                   "999 rows, no block reserved or "
                                   "released"
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SEQUENCES-FILE
           END-IF.
           MOVE SEQ-IDX TO WS-SEQ-COUNT.

           LOAD-RESERVATIONS SECTION.
           MOVE 0 TO WS-RSV-COUNT.
           OPEN INPUT F-RESERVATIONS-FILE.
           IF WS-RESERVATIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RESERVATIONS-FILE
                       NOT AT END
                           IF WS-RSV-COUNT < 9999
                               ADD 1 TO WS-RSV-COUNT
                               MOVE RESERVATION-ROW
                                   TO WS-RSV-ROW(WS-RSV-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-TRUNCATED
                               MOVE 1 TO WS-FILE-IS-ENDED
                               DISPLAY "WARNING: sequence-reservations"
                                   ".dat over 9999 rows, no block "
                                   "reserved or released"
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RESERVATIONS-FILE
           END-IF.

      * Bumps the series by the whole block and records who holds
      * it; an unknown sequence name starts its own series at one
           RESERVE-BLOCK SECTION.
           MOVE 0 TO LS-FIRST-VALUE.
           MOVE 0 TO LS-LAST-VALUE.
           IF LS-BLOCK-SIZE = 0
               EXIT SECTION
           END-IF.
           IF WS-RSV-COUNT >= 9999
               DISPLAY "WARNING: sequence-reservations.dat is full, "
                   "no block reserved"
               EXIT SECTION
           END-IF.
           PERFORM LOCATE-SEQUENCE.
           COMPUTE LS-FIRST-VALUE = WS-SEQ-VALUE(WS-SEQ-SLOT) + 1.
           ADD LS-BLOCK-SIZE TO WS-SEQ-VALUE(WS-SEQ-SLOT).
           MOVE WS-SEQ-VALUE(WS-SEQ-SLOT) TO LS-LAST-VALUE.
           PERFORM SAVE-SEQUENCES.
           ADD 1 TO WS-RSV-COUNT.
           MOVE LS-SEQUENCE-NAME TO RSV-SEQUENCE-NAME.
           MOVE LS-OWNER TO RSV-OWNER.
           MOVE WS-RUN-DATE TO RSV-DATE.
           MOVE LS-FIRST-VALUE TO RSV-FIRST.
           MOVE LS-LAST-VALUE TO RSV-LAST.
           COMPUTE RSV-USED-HIGH = LS-FIRST-VALUE - 1.
           MOVE "OPEN" TO RSV-STATE.
           MOVE RESERVATION-ROW TO WS-RSV-ROW(WS-RSV-COUNT).
           PERFORM SAVE-RESERVATIONS.

      * Closes the OPEN block that starts at LS-FIRST-VALUE. The
      * unused tail goes back to the series only when the block is
      * still the last thing drawn from it
           RELEASE-BLOCK SECTION.
           MOVE 0 TO WS-RSV-SLOT.
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT OR WS-RSV-SLOT > 0
               MOVE WS-RSV-ROW(WS-RSV-IDX) TO RESERVATION-ROW
               IF RSV-SEQUENCE-NAME = LS-SEQUENCE-NAME
                  AND RSV-FIRST = LS-FIRST-VALUE
                  AND RSV-STATE = "OPEN"
                   MOVE WS-RSV-IDX TO WS-RSV-SLOT
               END-IF
           END-PERFORM.
           IF WS-RSV-SLOT = 0
               DISPLAY "WARNING: no open reservation of "
                   FUNCTION TRIM(LS-SEQUENCE-NAME) " from "
                   LS-FIRST-VALUE " to release"
               EXIT SECTION
           END-IF.
           MOVE WS-RSV-ROW(WS-RSV-SLOT) TO RESERVATION-ROW.
           IF LS-USED-HIGH < RSV-FIRST
               COMPUTE RSV-USED-HIGH = RSV-FIRST - 1
           ELSE
               MOVE LS-USED-HIGH TO RSV-USED-HIGH
           END-IF.
           IF RSV-USED-HIGH > RSV-LAST
               MOVE RSV-LAST TO RSV-USED-HIGH
           END-IF.
           MOVE "CLOSED" TO RSV-STATE.
           PERFORM LOCATE-SEQUENCE.
           IF WS-SEQ-VALUE(WS-SEQ-SLOT) = RSV-LAST
               MOVE RSV-USED-HIGH TO WS-SEQ-VALUE(WS-SEQ-SLOT)
               MOVE "RELEASED" TO RSV-STATE
               PERFORM SAVE-SEQUENCES
           END-IF.
           MOVE RESERVATION-ROW TO WS-RSV-ROW(WS-RSV-SLOT).
           PERFORM SAVE-RESERVATIONS.

           LOCATE-SEQUENCE SECTION.
           MOVE 0 TO WS-SEQ-FOUND.
           PERFORM FIND-SEQUENCE-NAME
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
                   OR WS-SEQ-FOUND = 1.
           IF WS-SEQ-FOUND = 0
               ADD 1 TO WS-SEQ-COUNT
               MOVE WS-SEQ-COUNT TO WS-SEQ-SLOT
               MOVE LS-SEQUENCE-NAME TO WS-SEQ-NAME(WS-SEQ-SLOT)
               MOVE 0 TO WS-SEQ-VALUE(WS-SEQ-SLOT)
           END-IF.

           FIND-SEQUENCE-NAME SECTION.
           IF WS-SEQ-NAME(WS-SEQ-IDX) = LS-SEQUENCE-NAME
               MOVE 1 TO WS-SEQ-FOUND
               MOVE WS-SEQ-IDX TO WS-SEQ-SLOT
           END-IF.

           SAVE-SEQUENCES SECTION.
           OPEN OUTPUT F-SEQUENCES-FILE.
           PERFORM SAVE-ONE-SEQUENCE
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT.
           CLOSE F-SEQUENCES-FILE.

           SAVE-ONE-SEQUENCE SECTION.
           MOVE WS-SEQ-NAME(WS-SEQ-IDX) TO SEQUENCE-NAME.
           MOVE WS-SEQ-VALUE(WS-SEQ-IDX) TO SEQUENCE-VALUE.
           WRITE SEQUENCE-ROW.

           SAVE-RESERVATIONS SECTION.
           OPEN OUTPUT F-RESERVATIONS-FILE.
           PERFORM SAVE-ONE-RESERVATION
               VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT.
           CLOSE F-RESERVATIONS-FILE.

           SAVE-ONE-RESERVATION SECTION.
           MOVE WS-RSV-ROW(WS-RSV-IDX) TO RESERVATION-ROW.
           WRITE RESERVATION-ROW.
