      * Daily change feed of card activity for the CRM, the card-side
      * companion to warehouse-delta-extract: every card created,
      * released from approval, exported, scanned or delivered,
      * bounced or returned, responded to, or whose voucher was
      * redeemed since the previous feed, one line per event keyed
      * by PERSON-ID and card ID. Each source is read past its own
      * high-water mark from card-event-feed.ckpt, and the marks are
      * only moved on once the feed is written, so a failed night is
      * re-run from where the last good one stopped. The header
      * carries where each source started and the trailer the event
      * counts for the CRM loader to balance against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. card-event-feed.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-STAGE-LOG-FILE ASSIGN TO "card-stage-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STAGE-LOG-STATUS.
               SELECT F-TRACKING-FILE ASSIGN TO "tracking-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRACKING-STATUS.
               SELECT F-FAILURES-FILE ASSIGN TO "delivery-failures.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FAILURES-STATUS.
               SELECT F-RESPONSE-HISTORY-FILE
                 ASSIGN TO "response-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT F-REDEMPTION-LEDGER-FILE
                 ASSIGN TO "voucher-redemptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.
               SELECT F-CHECKPOINT-FILE
                 ASSIGN TO "card-event-feed.ckpt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHECKPOINT-STATUS.
               SELECT F-FEED-FILE ASSIGN TO "card-event-feed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-STAGE-LOG-FILE.
      * One line per card as it passes a hand-off stage: card-release
      * appends RELEASED lines and card-csv-export EXPORTED ones
           01 STAGE-LOG-RECORD.
               05 STAGE-CARD-ID PIC X(9).
               05 STAGE-EVENT PIC X(10).
               05 STAGE-DATE PIC X(10).
               05 STAGE-DETAIL PIC X(20).
           FD F-TRACKING-FILE.
      * The running tracking history, one scan per line per card
           01 TRACKING-RECORD.
               05 TRACK-CARD-ID PIC X(9).
               05 TRACK-EVENT-TYPE PIC X(10).
               05 TRACK-EVENT-DATE PIC X(10).
               05 TRACK-EVENT-PLACE PIC X(30).
           FD F-FAILURES-FILE.
      * One returned card, bounced email or failed text per line, as
      * the mailroom, the mail relay and the SMS carrier report them
           01 FAILURE-RECORD.
               05 FAILURE-PERSON-ID PIC X(10).
               05 FAILURE-CHANNEL PIC X(5).
               05 FAILURE-REASON PIC X(30).
               05 FAILURE-DATE PIC X(10).
           FD F-RESPONSE-HISTORY-FILE.                                    * Every recorded customer response, as intake wrote them
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
               05 HISTORY-PERSON-ID PIC X(10).
               05 HISTORY-CAMPAIGN PIC X(12).
               05 HISTORY-DATE PIC X(10).
           FD F-REDEMPTION-LEDGER-FILE.
      * One line per cashed-in code, keeping who got it and the
      * issue-to-redemption dates finance reconciles on
           01 REDEMPTION-LEDGER-RECORD.
               05 RL-CODE PIC X(16).
               05 RL-PERSON-ID PIC X(10).
               05 RL-ISSUE-DATE PIC X(10).
               05 RL-REDEEM-DATE PIC X(10).
           FD F-CHECKPOINT-FILE.
      * How far into each source the previous feed reached: the
      * highest card ID fed as created, and a line count for each
      * of the append-only event files
           01 CHECKPOINT-RECORD.
               05 CKPT-LAST-CARD-ID PIC 9(9).
               05 CKPT-STAGE-LINES PIC 9(9).
               05 CKPT-TRACKING-LINES PIC 9(9).
               05 CKPT-FAILURE-LINES PIC 9(9).
               05 CKPT-RESPONSE-LINES PIC 9(9).
               05 CKPT-REDEMPTION-LINES PIC 9(9).
           FD F-FEED-FILE.
      * Fixed header/detail/trailer envelope the CRM loader applies
      * as a daily increment
           01 FEED-RECORD PIC X(200).
           WORKING-STORAGE SECTION.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-STAGE-LOG-STATUS PIC XX.
           01 WS-TRACKING-STATUS PIC XX.
           01 WS-FAILURES-STATUS PIC XX.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-CHECKPOINT-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-HIST-SCAN-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-LINES-SEEN PIC 9(9).
           01 WS-SOURCE-NAME PIC X(30).
      * The marks the feed started from, and the ones it reached
           01 WS-START-MARKS.
               05 WS-START-CARD-ID PIC 9(9) VALUE 0.
               05 WS-START-STAGE PIC 9(9) VALUE 0.
               05 WS-START-TRACKING PIC 9(9) VALUE 0.
               05 WS-START-FAILURE PIC 9(9) VALUE 0.
               05 WS-START-RESPONSE PIC 9(9) VALUE 0.
               05 WS-START-REDEMPTION PIC 9(9) VALUE 0.
           01 WS-END-MARKS.
               05 WS-END-CARD-ID PIC 9(9) VALUE 0.
               05 WS-END-STAGE PIC 9(9) VALUE 0.
               05 WS-END-TRACKING PIC 9(9) VALUE 0.
               05 WS-END-FAILURE PIC 9(9) VALUE 0.
               05 WS-END-RESPONSE PIC 9(9) VALUE 0.
               05 WS-END-REDEMPTION PIC 9(9) VALUE 0.
           01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.                      * Events whose card is no longer on the history
           01 WS-EVENT-COUNTS.
               05 WS-CREATED-COUNT PIC 9(6) VALUE 0.
               05 WS-RELEASED-COUNT PIC 9(6) VALUE 0.
               05 WS-EXPORTED-COUNT PIC 9(6) VALUE 0.
               05 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
               05 WS-DELIVERED-COUNT PIC 9(6) VALUE 0.
               05 WS-BOUNCED-COUNT PIC 9(6) VALUE 0.
               05 WS-RETURNED-COUNT PIC 9(6) VALUE 0.
               05 WS-RESPONDED-COUNT PIC 9(6) VALUE 0.
               05 WS-REDEEMED-COUNT PIC 9(6) VALUE 0.
      * Card look-up: the person's latest card on or before a date,
      * on one channel or (spaces) any
           01 WS-FIND-PERSON-ID PIC X(10).
           01 WS-FIND-CHANNEL PIC X(5).
           01 WS-FIND-DATE PIC X(10).
           01 WS-FIND-CARD-ID PIC 9(9).
           01 WS-FIND-CARD-DATE PIC X(10).
           01 WS-WORK-CARD-TEXT PIC X(9).
      * One detail line as the CRM reads it
           01 WS-FEED-DETAIL.
               05 FEED-KIND PIC X(3) VALUE "EVT".
               05 FEED-EVENT PIC X(10).
               05 FEED-PERSON-ID PIC X(10).
               05 FEED-CARD-ID PIC 9(9).
               05 FEED-EVENT-DATE PIC X(10).
               05 FEED-CAMPAIGN PIC X(12).
               05 FEED-CHANNEL PIC X(5).
               05 FEED-DETAIL PIC X(40).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-FEED-CHECKPOINT.
           MOVE WS-START-MARKS TO WS-END-MARKS.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", no card events to feed"
               GOBACK
           END-IF.
           OPEN OUTPUT F-FEED-FILE.
           MOVE SPACES TO FEED-RECORD.
           STRING "HDR" WS-RUN-DATE " CARD EVENTS"
                  " CARD>" WS-START-CARD-ID
                  " STAGE>" WS-START-STAGE
                  " TRACKING>" WS-START-TRACKING
                  " FAILURE>" WS-START-FAILURE
                  " RESPONSE>" WS-START-RESPONSE
                  " REDEMPTION>" WS-START-REDEMPTION
               INTO FEED-RECORD
           END-STRING.
           WRITE FEED-RECORD.
           PERFORM FEED-CREATED-CARDS.
           PERFORM FEED-STAGE-EVENTS.
           PERFORM FEED-TRACKING-EVENTS.
           PERFORM FEED-FAILURE-EVENTS.
           PERFORM FEED-RESPONSE-EVENTS.
           PERFORM FEED-REDEMPTION-EVENTS.
           MOVE SPACES TO FEED-RECORD.
           STRING "TRL" WS-DETAIL-COUNT
                  " CREATED=" WS-CREATED-COUNT
                  " RELEASED=" WS-RELEASED-COUNT
                  " EXPORTED=" WS-EXPORTED-COUNT
                  " SCANNED=" WS-SCANNED-COUNT
                  " DELIVERED=" WS-DELIVERED-COUNT
                  " BOUNCED=" WS-BOUNCED-COUNT
                  " RETURNED=" WS-RETURNED-COUNT
                  " RESPONDED=" WS-RESPONDED-COUNT
                  " REDEEMED=" WS-REDEEMED-COUNT
               INTO FEED-RECORD
           END-STRING.
           WRITE FEED-RECORD.
           CLOSE F-FEED-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           PERFORM SAVE-FEED-CHECKPOINT.
           DISPLAY "Card event feed: " WS-DETAIL-COUNT
               " events in card-event-feed.dat".
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "WARNING: " WS-UNMATCHED-COUNT
                   " events skipped, card no longer on card-history"
           END-IF.
           GOBACK.

           LOAD-FEED-CHECKPOINT SECTION.
           OPEN INPUT F-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
               READ F-CHECKPOINT-FILE
                   NOT AT END
                       MOVE CKPT-LAST-CARD-ID TO WS-START-CARD-ID
                       MOVE CKPT-STAGE-LINES TO WS-START-STAGE
                       MOVE CKPT-TRACKING-LINES TO WS-START-TRACKING
                       MOVE CKPT-FAILURE-LINES TO WS-START-FAILURE
                       MOVE CKPT-RESPONSE-LINES TO WS-START-RESPONSE
                       MOVE CKPT-REDEMPTION-LINES
                           TO WS-START-REDEMPTION
               END-READ
               CLOSE F-CHECKPOINT-FILE
           END-IF.

      * Card IDs are drawn in order from the sequence service, so
      * every card above the last one fed is new since then
           FEED-CREATED-CARDS SECTION.
           MOVE WS-START-CARD-ID TO HIST-CARD-ID.
           START F-CARD-HISTORY-FILE KEY IS > HIST-CARD-ID
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-HIST-SCAN-ENDED.
           PERFORM UNTIL WS-HIST-SCAN-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   NOT AT END
                       MOVE "CREATED" TO FEED-EVENT
                       MOVE HIST-PERSON-ID TO FEED-PERSON-ID
                       MOVE HIST-CARD-ID TO FEED-CARD-ID
                       MOVE HIST-RUN-DATE TO FEED-EVENT-DATE
                       MOVE HIST-CAMPAIGN TO FEED-CAMPAIGN
                       MOVE HIST-CHANNEL TO FEED-CHANNEL
                       MOVE SPACES TO FEED-DETAIL
                       STRING HIST-VARIANT " " HIST-DESIGN-CODE
                           INTO FEED-DETAIL
                       END-STRING
                       PERFORM WRITE-FEED-DETAIL
                       ADD 1 TO WS-CREATED-COUNT
                       IF HIST-CARD-ID > WS-END-CARD-ID
                           MOVE HIST-CARD-ID TO WS-END-CARD-ID
                       END-IF
                   AT END
                       MOVE 1 TO WS-HIST-SCAN-ENDED
               END-READ
           END-PERFORM.

           FEED-STAGE-EVENTS SECTION.
           OPEN INPUT F-STAGE-LOG-FILE.
           IF WS-STAGE-LOG-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LINES-SEEN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STAGE-LOG-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-SEEN
                       IF WS-LINES-SEEN > WS-START-STAGE
                           PERFORM FEED-ONE-STAGE-EVENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-STAGE-LOG-FILE.
           MOVE "card-stage-log.dat" TO WS-SOURCE-NAME.
           PERFORM CHECK-SOURCE-SHRANK.
           MOVE WS-LINES-SEEN TO WS-END-STAGE.

           FEED-ONE-STAGE-EVENT SECTION.
           MOVE STAGE-CARD-ID TO WS-WORK-CARD-TEXT.
           PERFORM LOOK-UP-CARD.
           IF HIST-CARD-ID = 0
               EXIT SECTION
           END-IF.
           MOVE STAGE-EVENT TO FEED-EVENT.
           MOVE STAGE-DATE TO FEED-EVENT-DATE.
           MOVE STAGE-DETAIL TO FEED-DETAIL.
           PERFORM WRITE-FEED-DETAIL.
           IF STAGE-EVENT = "RELEASED"
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-EXPORTED-COUNT
           END-IF.

      * DELIVERED and RETURNED scans are passed on as such; every
      * other piece scan on the way is a SCANNED event
           FEED-TRACKING-EVENTS SECTION.
           OPEN INPUT F-TRACKING-FILE.
           IF WS-TRACKING-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LINES-SEEN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRACKING-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-SEEN
                       IF WS-LINES-SEEN > WS-START-TRACKING
                           PERFORM FEED-ONE-TRACKING-EVENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TRACKING-FILE.
           MOVE "tracking-history.dat" TO WS-SOURCE-NAME.
           PERFORM CHECK-SOURCE-SHRANK.
           MOVE WS-LINES-SEEN TO WS-END-TRACKING.

           FEED-ONE-TRACKING-EVENT SECTION.
           MOVE TRACK-CARD-ID TO WS-WORK-CARD-TEXT.
           PERFORM LOOK-UP-CARD.
           IF HIST-CARD-ID = 0
               EXIT SECTION
           END-IF.
           MOVE TRACK-EVENT-DATE TO FEED-EVENT-DATE.
           MOVE TRACK-EVENT-PLACE TO FEED-DETAIL.
           EVALUATE TRACK-EVENT-TYPE
               WHEN "DELIVERED"
                   MOVE "DELIVERED" TO FEED-EVENT
                   ADD 1 TO WS-DELIVERED-COUNT
               WHEN "RETURNED"
                   MOVE "RETURNED" TO FEED-EVENT
                   ADD 1 TO WS-RETURNED-COUNT
               WHEN OTHER
                   MOVE "SCANNED" TO FEED-EVENT
                   ADD 1 TO WS-SCANNED-COUNT
                   MOVE SPACES TO FEED-DETAIL
                   STRING FUNCTION TRIM(TRACK-EVENT-TYPE) " "
                          FUNCTION TRIM(TRACK-EVENT-PLACE)
                       INTO FEED-DETAIL
                   END-STRING
           END-EVALUATE.
           PERFORM WRITE-FEED-DETAIL.

      * Failures name the customer and channel, not the card: the
      * card blamed is that person's latest on the channel sent on
      * or before the failure, zero when none can be found. Mail
      * comes back RETURNED, email and text BOUNCED
           FEED-FAILURE-EVENTS SECTION.
           OPEN INPUT F-FAILURES-FILE.
           IF WS-FAILURES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LINES-SEEN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FAILURES-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-SEEN
                       IF WS-LINES-SEEN > WS-START-FAILURE
                           PERFORM FEED-ONE-FAILURE-EVENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-FAILURES-FILE.
           MOVE "delivery-failures.dat" TO WS-SOURCE-NAME.
           PERFORM CHECK-SOURCE-SHRANK.
           MOVE WS-LINES-SEEN TO WS-END-FAILURE.

           FEED-ONE-FAILURE-EVENT SECTION.
           MOVE FAILURE-PERSON-ID TO WS-FIND-PERSON-ID.
           MOVE FAILURE-CHANNEL TO WS-FIND-CHANNEL.
           MOVE FAILURE-DATE TO WS-FIND-DATE.
           PERFORM FIND-PERSON-CARD.
           MOVE FAILURE-PERSON-ID TO FEED-PERSON-ID.
           MOVE WS-FIND-CARD-ID TO FEED-CARD-ID.
           MOVE FAILURE-DATE TO FEED-EVENT-DATE.
           MOVE HIST-CAMPAIGN TO FEED-CAMPAIGN.
           IF WS-FIND-CARD-ID = 0
               MOVE SPACES TO FEED-CAMPAIGN
           END-IF.
           MOVE FAILURE-CHANNEL TO FEED-CHANNEL.
           MOVE FAILURE-REASON TO FEED-DETAIL.
           IF FAILURE-CHANNEL = "MAIL"
               MOVE "RETURNED" TO FEED-EVENT
               ADD 1 TO WS-RETURNED-COUNT
           ELSE
               MOVE "BOUNCED" TO FEED-EVENT
               ADD 1 TO WS-BOUNCED-COUNT
           END-IF.
           PERFORM WRITE-FEED-DETAIL.

           FEED-RESPONSE-EVENTS SECTION.
           OPEN INPUT F-RESPONSE-HISTORY-FILE.
           IF WS-RESPONSE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LINES-SEEN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-HISTORY-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-SEEN
                       IF WS-LINES-SEEN > WS-START-RESPONSE
                           PERFORM FEED-ONE-RESPONSE-EVENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-HISTORY-FILE.
           MOVE "response-history.dat" TO WS-SOURCE-NAME.
           PERFORM CHECK-SOURCE-SHRANK.
           MOVE WS-LINES-SEEN TO WS-END-RESPONSE.

      * Responses already carry both keys; the card's channel is
      * added when the card is still on the history
           FEED-ONE-RESPONSE-EVENT SECTION.
           MOVE "RESPONDED" TO FEED-EVENT.
           MOVE HISTORY-PERSON-ID TO FEED-PERSON-ID.
           MOVE 0 TO FEED-CARD-ID.
           MOVE SPACES TO FEED-CHANNEL.
           IF HISTORY-CARD-ID IS NUMERIC
               MOVE HISTORY-CARD-ID TO FEED-CARD-ID
               MOVE HISTORY-CARD-ID TO HIST-CARD-ID
               READ F-CARD-HISTORY-FILE
                   KEY IS HIST-CARD-ID
                   NOT INVALID KEY
                       MOVE HIST-CHANNEL TO FEED-CHANNEL
               END-READ
           END-IF.
           MOVE HISTORY-DATE TO FEED-EVENT-DATE.
           MOVE HISTORY-CAMPAIGN TO FEED-CAMPAIGN.
           MOVE SPACES TO FEED-DETAIL.
           PERFORM WRITE-FEED-DETAIL.
           ADD 1 TO WS-RESPONDED-COUNT.

      * A voucher rides on the card sent the day it was issued, so
      * the redemption is tied to the person's card of that date
           FEED-REDEMPTION-EVENTS SECTION.
           OPEN INPUT F-REDEMPTION-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LINES-SEEN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REDEMPTION-LEDGER-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-SEEN
                       IF WS-LINES-SEEN > WS-START-REDEMPTION
                           PERFORM FEED-ONE-REDEMPTION-EVENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REDEMPTION-LEDGER-FILE.
           MOVE "voucher-redemptions.dat" TO WS-SOURCE-NAME.
           PERFORM CHECK-SOURCE-SHRANK.
           MOVE WS-LINES-SEEN TO WS-END-REDEMPTION.

           FEED-ONE-REDEMPTION-EVENT SECTION.
           MOVE RL-PERSON-ID TO WS-FIND-PERSON-ID.
           MOVE SPACES TO WS-FIND-CHANNEL.
           MOVE RL-ISSUE-DATE TO WS-FIND-DATE.
           PERFORM FIND-PERSON-CARD.
           MOVE "REDEEMED" TO FEED-EVENT.
           MOVE RL-PERSON-ID TO FEED-PERSON-ID.
           MOVE WS-FIND-CARD-ID TO FEED-CARD-ID.
           MOVE RL-REDEEM-DATE TO FEED-EVENT-DATE.
           MOVE SPACES TO FEED-CAMPAIGN.
           MOVE SPACES TO FEED-CHANNEL.
           IF WS-FIND-CARD-ID NOT = 0
               MOVE HIST-CAMPAIGN TO FEED-CAMPAIGN
               MOVE HIST-CHANNEL TO FEED-CHANNEL
           END-IF.
           MOVE SPACES TO FEED-DETAIL.
           STRING RL-CODE " ISSUED " RL-ISSUE-DATE
               INTO FEED-DETAIL
           END-STRING.
           PERFORM WRITE-FEED-DETAIL.
           ADD 1 TO WS-REDEEMED-COUNT.

      * Fills the person, card, campaign and channel from the card's
      * history row; HIST-CARD-ID comes back zero when it is gone
           LOOK-UP-CARD SECTION.
           IF WS-WORK-CARD-TEXT IS NOT NUMERIC
               MOVE 0 TO HIST-CARD-ID
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT SECTION
           END-IF.
           MOVE WS-WORK-CARD-TEXT TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               KEY IS HIST-CARD-ID
               INVALID KEY
                   MOVE 0 TO HIST-CARD-ID
                   ADD 1 TO WS-UNMATCHED-COUNT
                   EXIT SECTION
           END-READ.
           MOVE HIST-PERSON-ID TO FEED-PERSON-ID.
           MOVE HIST-CARD-ID TO FEED-CARD-ID.
           MOVE HIST-CAMPAIGN TO FEED-CAMPAIGN.
           MOVE HIST-CHANNEL TO FEED-CHANNEL.

      * Walks the person's cards on the alternate key for the latest
      * one on or before WS-FIND-DATE; the winning row is re-read so
      * the record area holds it on return
           FIND-PERSON-CARD SECTION.
           MOVE 0 TO WS-FIND-CARD-ID.
           MOVE SPACES TO WS-FIND-CARD-DATE.
           MOVE WS-FIND-PERSON-ID TO HIST-PERSON-ID.
           START F-CARD-HISTORY-FILE KEY IS = HIST-PERSON-ID
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-HIST-SCAN-ENDED.
           PERFORM UNTIL WS-HIST-SCAN-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   NOT AT END
                       IF HIST-PERSON-ID NOT = WS-FIND-PERSON-ID
                           MOVE 1 TO WS-HIST-SCAN-ENDED
                       ELSE
                           IF (WS-FIND-CHANNEL = SPACES OR
                               HIST-CHANNEL = WS-FIND-CHANNEL) AND
                              HIST-RUN-DATE <= WS-FIND-DATE AND
                              HIST-RUN-DATE >= WS-FIND-CARD-DATE
                               MOVE HIST-CARD-ID TO WS-FIND-CARD-ID
                               MOVE HIST-RUN-DATE TO WS-FIND-CARD-DATE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-HIST-SCAN-ENDED
               END-READ
           END-PERFORM.
           IF WS-FIND-CARD-ID NOT = 0
               MOVE WS-FIND-CARD-ID TO HIST-CARD-ID
               READ F-CARD-HISTORY-FILE
                   KEY IS HIST-CARD-ID
                   INVALID KEY
                       MOVE 0 TO WS-FIND-CARD-ID
               END-READ
           END-IF.

           WRITE-FEED-DETAIL SECTION.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE WS-FEED-DETAIL TO FEED-RECORD.
           WRITE FEED-RECORD.

      * A source shorter than its mark has been rewritten under us;
      * the feed carries on from its new end and says so
           CHECK-SOURCE-SHRANK SECTION.
           EVALUATE WS-SOURCE-NAME
               WHEN "card-stage-log.dat"
                   IF WS-LINES-SEEN < WS-START-STAGE
                       PERFORM WARN-SOURCE-SHRANK
                   END-IF
               WHEN "tracking-history.dat"
                   IF WS-LINES-SEEN < WS-START-TRACKING
                       PERFORM WARN-SOURCE-SHRANK
                   END-IF
               WHEN "delivery-failures.dat"
                   IF WS-LINES-SEEN < WS-START-FAILURE
                       PERFORM WARN-SOURCE-SHRANK
                   END-IF
               WHEN "response-history.dat"
                   IF WS-LINES-SEEN < WS-START-RESPONSE
                       PERFORM WARN-SOURCE-SHRANK
                   END-IF
               WHEN OTHER
                   IF WS-LINES-SEEN < WS-START-REDEMPTION
                       PERFORM WARN-SOURCE-SHRANK
                   END-IF
           END-EVALUATE.

           WARN-SOURCE-SHRANK SECTION.
           DISPLAY "WARNING: " FUNCTION TRIM(WS-SOURCE-NAME)
               " is shorter than the last feed reached, "
               "restarting its mark at " WS-LINES-SEEN.

           SAVE-FEED-CHECKPOINT SECTION.
           OPEN OUTPUT F-CHECKPOINT-FILE.
           MOVE WS-END-CARD-ID TO CKPT-LAST-CARD-ID.
           MOVE WS-END-STAGE TO CKPT-STAGE-LINES.
           MOVE WS-END-TRACKING TO CKPT-TRACKING-LINES.
           MOVE WS-END-FAILURE TO CKPT-FAILURE-LINES.
           MOVE WS-END-RESPONSE TO CKPT-RESPONSE-LINES.
           MOVE WS-END-REDEMPTION TO CKPT-REDEMPTION-LINES.
           WRITE CHECKPOINT-RECORD.
           CLOSE F-CHECKPOINT-FILE.
