                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-REVIEW-FILE ASSIGN TO "deceased-review.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOUSEHOLDS-STATUS.
               SELECT F-SYMPATHY-QUEUE-FILE
                 ASSIGN TO "sympathy-queue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SYMPATHY-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-CANCEL-FILE ASSIGN TO "cancel-target.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CANCEL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-REGISTRY-FILE.
           COPY "person.cpy".
           FD F-REVIEW-FILE.
           01 WS-REVIEW-RECORD PIC X(160).
           FD F-HOUSEHOLDS-FILE.
      * Last night's household grouping; the deceased is still on it
      * because it was built while they were ACTIVE
           01 HOUSEHOLD-RECORD.
               05 HH-PERSON-ID PIC X(10).
               05 HH-HOUSEHOLD-ID PIC 9(6).
               05 HH-HEAD-FLAG PIC X.
               05 HH-MEMBER-COUNT PIC 9(2).
               05 HH-LABEL PIC X(40).
               05 HH-MEMBER-NAMES PIC X(160).
           FD F-SYMPATHY-QUEUE-FILE.
      * One row per flagged customer who shared a household; the
      * nightly pass sends the survivors a card from it
           01 SYMPATHY-QUEUE-RECORD.
               05 SYM-DECEASED-ID PIC X(10).
               05 SYM-HOUSEHOLD-ID PIC 9(6).
               05 SYM-FLAG-DATE PIC X(10).
               05 SYM-DEATH-DATE PIC X(10).
           FD F-CARD-HISTORY-FILE.                                      * Maps a queued card's ID back to its customer
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-CANCEL-FILE.
      * Whichever card queue is being swept; the widest row is the
      * parked queue's, campaign and two dates ahead of the image
           01 CANCEL-RECORD PIC X(491).
           WORKING-STORAGE SECTION.
           01 WS-REGISTRY-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-PROGRAM-NAME PIC X(20)
               VALUE "deceased-registry".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-HOUSEHOLDS-STATUS PIC XX.
           01 WS-SYMPATHY-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-CANCEL-STATUS PIC XX.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SYMPATHY-COUNT PIC 9(6) VALUE 0.
           01 WS-CANCELLED-COUNT PIC 9(6) VALUE 0.
           01 WS-FILE-CANCEL-COUNT PIC 9(6).
           01 WS-DECEASED-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-DECEASED-IDX PIC 9(4) COMP.
           01 WS-DECEASED-FOUND PIC 9(4) COMP.
           01 WS-DECEASED-ROWS.                                         * Everyone flagged this run, with their household
              05 WS-DECEASED-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-DECEASED-COUNT
                  INDEXED BY DECEASED-IDX.
                      10 WS-DECEASED-ID PIC X(10).
                      10 WS-DECEASED-DEATH-DATE PIC X(10).
                      10 WS-DECEASED-HOUSEHOLD PIC 9(6).
           01 WS-TARGET-NAME PIC X(60).
           01 WS-ID-OFFSET PIC 9(3).                                    * Where the card image starts in the queue row
           01 WS-ID-POS PIC 9(3).
           01 WS-ROW-CARD-TEXT PIC X(9).
           01 WS-CARD-IS-DEAD PIC X.
           01 WS-LINE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LINES-TRUNCATED PIC X.                                 * 'Y' leaves the queue as it was, too big to rewrite
           01 WS-DECEASED-FULL-WARNED PIC X VALUE 'N'.
           01 WS-LINE-IDX PIC 9(5) COMP.
           01 WS-CANCEL-LINES.                                          * Whole queue held here while it is rewritten
              05 WS-CANCEL-LINE OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-LINE-COUNT
                  INDEXED BY LINE-IDX.
                      10 WS-CANCEL-LINE-TEXT PIC X(491).

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-REGISTRY.
           IF WS-REGISTRY-COUNT = 0
               DISPLAY "No registry records to apply"
               END-READ
           END-PERFORM.

           CLOSE F-CUSTOMERS-FILE.
           IF WS-DECEASED-COUNT > 0
               PERFORM QUEUE-SYMPATHY-CARDS
               PERFORM CANCEL-DECEASED-CARDS
           END-IF.

           MOVE SPACES TO WS-REVIEW-RECORD.
           STRING "FLAGGED=" WS-FLAGGED-COUNT
                  " NEAR-MATCHES=" WS-NEAR-MATCH-COUNT
                  " SYMPATHY=" WS-SYMPATHY-COUNT
                  " CANCELLED=" WS-CANCELLED-COUNT
               INTO WS-REVIEW-RECORD
           END-STRING.
           WRITE WS-REVIEW-RECORD.
           CLOSE F-REVIEW-FILE.
           DISPLAY "Deceased flagged: " WS-FLAGGED-COUNT
               " Near-matches for review: " WS-NEAR-MATCH-COUNT
               " Sympathy households: " WS-SYMPATHY-COUNT
               " Queued cards cancelled: " WS-CANCELLED-COUNT.
           GOBACK.

           LOAD-REGISTRY SECTION.
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REGISTRY-FILE
                       NOT AT END
                           IF REGISTRY-IDX < 99999
                               ADD 1 TO REGISTRY-IDX
                               MOVE REGISTRY-NAME
                                   TO WS-REGISTRY-NAME(REGISTRY-IDX)
                               MOVE REGISTRY-BIRTHDAY
                                 TO WS-REGISTRY-BIRTHDAY(REGISTRY-IDX)
                               MOVE REGISTRY-DEATH-DATE
                                 TO WS-REGISTRY-DEATH-DATE(REGISTRY-IDX)
                           ELSE
                               DISPLAY "WARNING: deceased-registry.dat "
                                   "over 99999 rows, the rest not "
                                   "matched this run"
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
                       PERSON-ID
               NOT INVALID KEY
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM REMEMBER-DECEASED
                   MOVE PERSON TO WS-AUDIT-AFTER
                   MOVE "REWRITE" TO WS-AUDIT-ACTION
                   CALL "customer-audit-writer" USING
                       WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                       PERSON-ID WS-AUDIT-BEFORE WS-AUDIT-AFTER
                       WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY
           END-REWRITE.

           REMEMBER-DECEASED SECTION.
           IF WS-DECEASED-COUNT >= 9999
               IF WS-DECEASED-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-DECEASED-FULL-WARNED
                   DISPLAY "WARNING: over 9999 customers flagged, "
                       "queued cards of the rest not canceled"
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-DECEASED-COUNT.
           MOVE PERSON-ID TO WS-DECEASED-ID(WS-DECEASED-COUNT).
           MOVE WS-REGISTRY-DEATH-DATE(WS-REGISTRY-IDX)
               TO WS-DECEASED-DEATH-DATE(WS-DECEASED-COUNT).
           MOVE 0 TO WS-DECEASED-HOUSEHOLD(WS-DECEASED-COUNT).

      * The household is taken from the grouping as it stands now:
      * the next build drops the deceased, and with them the only
      * link between the survivors and the loss. A customer who
      * lived alone has nobody to write to
           QUEUE-SYMPATHY-CARDS SECTION.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLDS-STATUS NOT = "00"
               DISPLAY "WARNING: households.dat FILE STATUS "
                   WS-HOUSEHOLDS-STATUS ", no sympathy cards queued"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   NOT AT END
                       IF HH-MEMBER-COUNT > 1
                           PERFORM FIND-DECEASED-ROW
                           IF WS-DECEASED-FOUND > 0
                               MOVE HH-HOUSEHOLD-ID TO
                                   WS-DECEASED-HOUSEHOLD
                                       (WS-DECEASED-FOUND)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.
           OPEN EXTEND F-SYMPATHY-QUEUE-FILE.
           IF WS-SYMPATHY-STATUS = "35"
               OPEN OUTPUT F-SYMPATHY-QUEUE-FILE
           END-IF.
           PERFORM WRITE-SYMPATHY-ROW
               VARYING WS-DECEASED-IDX FROM 1 BY 1
               UNTIL WS-DECEASED-IDX > WS-DECEASED-COUNT.
           CLOSE F-SYMPATHY-QUEUE-FILE.

           FIND-DECEASED-ROW SECTION.
           MOVE 0 TO WS-DECEASED-FOUND.
           PERFORM VARYING WS-DECEASED-IDX FROM 1 BY 1
               UNTIL WS-DECEASED-IDX > WS-DECEASED-COUNT
                   OR WS-DECEASED-FOUND > 0
               IF WS-DECEASED-ID(WS-DECEASED-IDX) = HH-PERSON-ID
                   MOVE WS-DECEASED-IDX TO WS-DECEASED-FOUND
               END-IF
           END-PERFORM.

           WRITE-SYMPATHY-ROW SECTION.
           IF WS-DECEASED-HOUSEHOLD(WS-DECEASED-IDX) = 0
               EXIT SECTION
           END-IF.
           MOVE SPACES TO SYMPATHY-QUEUE-RECORD.
           MOVE WS-DECEASED-ID(WS-DECEASED-IDX) TO SYM-DECEASED-ID.
           MOVE WS-DECEASED-HOUSEHOLD(WS-DECEASED-IDX)
               TO SYM-HOUSEHOLD-ID.
           MOVE WS-RUN-DATE TO SYM-FLAG-DATE.
           MOVE WS-DECEASED-DEATH-DATE(WS-DECEASED-IDX)
               TO SYM-DEATH-DATE.
           WRITE SYMPATHY-QUEUE-RECORD.
           ADD 1 TO WS-SYMPATHY-COUNT.
           MOVE SPACES TO WS-REVIEW-RECORD.
           STRING "SYMPATHY: household " SYM-HOUSEHOLD-ID
                  " of " SYM-DECEASED-ID " queued for a card"
               INTO WS-REVIEW-RECORD
           END-STRING.
           WRITE WS-REVIEW-RECORD.

      * Cards already cut for the deceased but not yet out the door
      * are pulled: the birthday queue, the blackout holds and the
      * paused-region holds. The card's ID leads back through card
      * history to the customer it was cut for
           CANCEL-DECEASED-CARDS SECTION.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", queued cards not swept"
               EXIT SECTION
           END-IF.
           MOVE "pending-cards.dat" TO WS-TARGET-NAME.
           MOVE 0 TO WS-ID-OFFSET.
           PERFORM CANCEL-TARGET-FILE.
           MOVE "deferred-cards.dat" TO WS-TARGET-NAME.
           MOVE 11 TO WS-ID-OFFSET.
           PERFORM CANCEL-TARGET-FILE.
           MOVE "parked-cards.dat" TO WS-TARGET-NAME.
           MOVE 21 TO WS-ID-OFFSET.
           PERFORM CANCEL-TARGET-FILE.
           CLOSE F-CARD-HISTORY-FILE.

           CANCEL-TARGET-FILE SECTION.
           SET ENVIRONMENT "cancel-target_dat" TO WS-TARGET-NAME.
           MOVE 0 TO WS-FILE-CANCEL-COUNT.
           MOVE 'N' TO WS-LINES-TRUNCATED.
           SET LINE-IDX TO 0.
           OPEN INPUT F-CANCEL-FILE.
           IF WS-CANCEL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CANCEL-FILE
                   NOT AT END
                       PERFORM CHECK-QUEUED-CARD
                       IF WS-CARD-IS-DEAD = 'Y'
                           ADD 1 TO WS-FILE-CANCEL-COUNT
                       ELSE
                           IF LINE-IDX < 99999
                               ADD 1 TO LINE-IDX
                               MOVE CANCEL-RECORD
                                   TO WS-CANCEL-LINE-TEXT(LINE-IDX)
                           ELSE
                               MOVE 'Y' TO WS-LINES-TRUNCATED
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CANCEL-FILE.
           MOVE LINE-IDX TO WS-LINE-COUNT.
           IF WS-LINES-TRUNCATED = 'Y'
               DISPLAY "WARNING: " FUNCTION TRIM(WS-TARGET-NAME)
                   " over 99999 rows, its cards for the deceased "
                   "left queued"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-FILE-CANCEL-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN OUTPUT F-CANCEL-FILE.
           PERFORM WRITE-CANCEL-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           CLOSE F-CANCEL-FILE.
           ADD WS-FILE-CANCEL-COUNT TO WS-CANCELLED-COUNT.

      * A werewolf card carries its moon date ahead of the card ID;
      * the held queues carry the campaign number in column one
           CHECK-QUEUED-CARD SECTION.
           MOVE 'N' TO WS-CARD-IS-DEAD.
           COMPUTE WS-ID-POS = WS-ID-OFFSET + 406.
           IF WS-ID-OFFSET > 0 AND CANCEL-RECORD(1:1) = "3"
               ADD 10 TO WS-ID-POS
           END-IF.
           MOVE CANCEL-RECORD(WS-ID-POS:9) TO WS-ROW-CARD-TEXT.
           IF WS-ROW-CARD-TEXT IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-CARD-TEXT TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           PERFORM VARYING WS-DECEASED-IDX FROM 1 BY 1
               UNTIL WS-DECEASED-IDX > WS-DECEASED-COUNT
                   OR WS-CARD-IS-DEAD = 'Y'
               IF WS-DECEASED-ID(WS-DECEASED-IDX) = HIST-PERSON-ID
                   MOVE 'Y' TO WS-CARD-IS-DEAD
               END-IF
           END-PERFORM.
           IF WS-CARD-IS-DEAD = 'N'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-REVIEW-RECORD.
           STRING "CANCELLED: card " HIST-CARD-ID " "
                  FUNCTION TRIM(HIST-CAMPAIGN) " for "
                  HIST-PERSON-ID " pulled from "
                  FUNCTION TRIM(WS-TARGET-NAME)
               INTO WS-REVIEW-RECORD
           END-STRING.
           WRITE WS-REVIEW-RECORD.

           WRITE-CANCEL-LINE SECTION.
           MOVE WS-CANCEL-LINE-TEXT(WS-LINE-IDX) TO CANCEL-RECORD.
           WRITE CANCEL-RECORD.
