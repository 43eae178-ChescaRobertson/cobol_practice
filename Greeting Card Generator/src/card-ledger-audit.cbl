                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-SENT-HISTORY-FILE ASSIGN TO "sent-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SENT-KEY
                 FILE STATUS IS WS-SENT-HISTORY-STATUS.
               SELECT F-RESERVATIONS-FILE
                 ASSIGN TO "sequence-reservations.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESERVATIONS-STATUS.
               SELECT F-CARD-FILE ASSIGN TO "audit-source.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARD-STATUS.
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-SENT-HISTORY-FILE.                                        * Ledger of who got which campaign on which date
           01 SENT-RECORD.
               05 SENT-KEY.
                   10 SENT-PERSON-ID PIC X(10).
                   10 SENT-CAMPAIGN PIC X(12).
                   10 SENT-RUN-DATE PIC X(10).
           FD F-RESERVATIONS-FILE.                                        * Blocks of numbers reserved in one draw by a partition
           01 RESERVATION-ROW.
               05 RSV-SEQUENCE-NAME PIC X(20).
               05 RSV-OWNER PIC X(20).
               05 RSV-DATE PIC X(10).
               05 RSV-FIRST PIC 9(9).
               05 RSV-LAST PIC 9(9).
               05 RSV-USED-HIGH PIC 9(9).
               05 RSV-STATE PIC X(8).
           FD F-CARD-FILE.
      * Generic card view; the trailer carries the id per campaign
      * kind (werewolf layouts put the moon date first)
           FD F-REGION-MASTER-FILE.
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
           01 WS-SEQUENCES-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-SENT-HISTORY-STATUS PIC XX.
           01 WS-RESERVATIONS-STATUS PIC XX.
           01 WS-CARD-STATUS PIC XX.
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-BRAND-MASTER-STATUS PIC XX.
           01 WS-MISSING-CARD-COUNT PIC 9(6) VALUE 0.
           01 WS-UNMATCHED-SENT-COUNT PIC 9(6) VALUE 0.
           01 WS-GAP-SCAN-ID PIC 9(9).
      * Card IDs reserved in a block but never used: the tail a
      * closed block left behind, or the unwritten IDs of a block
      * still open. They are accounted for, not leaked
           01 WS-RESERVED-UNUSED-COUNT PIC 9(9) VALUE 0.
           01 WS-RANGE-UNUSED PIC 9(9).
           01 WS-RANGE-ON-LEDGER PIC 9(9).
           01 WS-RANGE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-RANGE-IDX PIC 9(4) COMP.
           01 WS-RESERVED-RANGES.
              05 WS-RESERVED-RANGE OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-RANGE-COUNT.
                      10 WS-RANGE-FROM PIC 9(9).
                      10 WS-RANGE-TO PIC 9(9).
           01 WS-BASE-IDX PIC 9(2) COMP.
           01 WS-CAMPAIGN-KIND PIC 9.
           01 WS-TARGET-NAME PIC X(60).

           PERFORM READ-CARD-ID-SEQUENCE.
           PERFORM LOAD-CARD-HISTORY.
           PERFORM LOAD-RESERVED-RANGES.                                * Unused block tails are not gaps in the series
           PERFORM LOAD-ROUTING-MASTERS.
           PERFORM SWEEP-LIVE-FILES.
           PERFORM SWEEP-PENDING-FILES.
           STRING "DRAWN-HIGH=" WS-DRAWN-HIGH
                  " ON-LEDGER=" WS-LEDGER-DISPLAY
                  " LEAKS=" WS-LEAK-COUNT
                  " RESERVED-UNUSED=" WS-RESERVED-UNUSED-COUNT
                  " ORPHANS=" WS-ORPHAN-COUNT
                  " MISSING-CARDS=" WS-MISSING-CARD-COUNT
                  " UNMATCHED-SENT=" WS-UNMATCHED-SENT-COUNT
           CLOSE F-CARD-HISTORY-FILE.
           MOVE HISTORY-IDX TO WS-HISTORY-COUNT.

           LOAD-RESERVED-RANGES SECTION.
           MOVE 0 TO WS-RANGE-COUNT.
           OPEN INPUT F-RESERVATIONS-FILE.
           IF WS-RESERVATIONS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESERVATIONS-FILE
                   NOT AT END
                       IF RSV-SEQUENCE-NAME = "CARD-ID"
                           PERFORM NOTE-ONE-RESERVATION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESERVATIONS-FILE.

      * A released block gave its tail back to the series, so only
      * closed and still-open blocks can hold unused IDs
           NOTE-ONE-RESERVATION SECTION.
           EVALUATE RSV-STATE
               WHEN "CLOSED"
                   IF RSV-USED-HIGH >= RSV-LAST
                       EXIT SECTION
                   END-IF
                   COMPUTE WS-RANGE-UNUSED = RSV-LAST - RSV-USED-HIGH
                   IF WS-RANGE-COUNT < 9999
                       ADD 1 TO WS-RANGE-COUNT
                       COMPUTE WS-RANGE-FROM(WS-RANGE-COUNT) =
                           RSV-USED-HIGH + 1
                       MOVE RSV-LAST TO WS-RANGE-TO(WS-RANGE-COUNT)
                   END-IF
               WHEN "OPEN"
                   MOVE 0 TO WS-RANGE-ON-LEDGER
                   PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                       UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
                       IF WS-HIST-ID(WS-HISTORY-IDX) >= RSV-FIRST
                          AND WS-HIST-ID(WS-HISTORY-IDX) <= RSV-LAST
                           ADD 1 TO WS-RANGE-ON-LEDGER
                       END-IF
                   END-PERFORM
                   COMPUTE WS-RANGE-UNUSED =
                       RSV-LAST - RSV-FIRST + 1 - WS-RANGE-ON-LEDGER
                   IF WS-RANGE-COUNT < 9999
                       ADD 1 TO WS-RANGE-COUNT
                       MOVE RSV-FIRST TO WS-RANGE-FROM(WS-RANGE-COUNT)
                       MOVE RSV-LAST TO WS-RANGE-TO(WS-RANGE-COUNT)
                   END-IF
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE.
           ADD WS-RANGE-UNUSED TO WS-RESERVED-UNUSED-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "RESERVED: card IDs " RSV-FIRST "-" RSV-LAST
                  " " FUNCTION TRIM(RSV-STATE)
                  " by " FUNCTION TRIM(RSV-OWNER)
                  " on " RSV-DATE ", unused " WS-RANGE-UNUSED
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           LOAD-ROUTING-MASTERS SECTION.
           SET REGION-IDX TO 0.
           OPEN INPUT F-REGION-MASTER-FILE.
           IF WS-DRAWN-HIGH = 0
               EXIT SECTION
           END-IF.
           IF WS-DRAWN-HIGH >= WS-HISTORY-COUNT +
                               WS-RESERVED-UNUSED-COUNT
               COMPUTE WS-LEAK-COUNT =
                   WS-DRAWN-HIGH - WS-HISTORY-COUNT
                   - WS-RESERVED-UNUSED-COUNT
           END-IF.
           IF WS-LEAK-COUNT = 0 OR WS-DRAWN-HIGH > 9999
               EXIT SECTION
                       MOVE 1 TO WS-HISTORY-FOUND
                   END-IF
               END-PERFORM
               IF WS-HISTORY-FOUND = 0
                   PERFORM CHECK-RESERVED-RANGE
               END-IF
               IF WS-HISTORY-FOUND = 0
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "LEAK: card ID " WS-GAP-SCAN-ID
               END-IF
           END-PERFORM.

      * An ID inside a reserved-but-unused range counts as found
           CHECK-RESERVED-RANGE SECTION.
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                   OR WS-HISTORY-FOUND = 1
               IF WS-GAP-SCAN-ID >= WS-RANGE-FROM(WS-RANGE-IDX)
                  AND WS-GAP-SCAN-ID <= WS-RANGE-TO(WS-RANGE-IDX)
                   MOVE 1 TO WS-HISTORY-FOUND
               END-IF
           END-PERFORM.

           REPORT-MISSING-CARDS SECTION.
           PERFORM REPORT-ONE-MISSING
               VARYING WS-HISTORY-IDX FROM 1 BY 1
