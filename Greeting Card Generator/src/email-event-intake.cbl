       IDENTIFICATION DIVISION.
       PROGRAM-ID. email-event-intake.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-EVENTS-FILE ASSIGN TO "relay-events.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EVENTS-STATUS.
               SELECT F-DISPATCH-LEDGER-FILE
                 ASSIGN TO "email-dispatch-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PERSON-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-HISTORY-FILE ASSIGN TO "response-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORY-STATUS.
               SELECT F-CONSENT-LEDGER-FILE
                 ASSIGN TO "consent-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONSENT-STATUS.
               SELECT F-ENGAGEMENT-FILE
                 ASSIGN TO "email-engagement.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENGAGEMENT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-EVENTS-FILE.
      * The relay's daily event file: one line per thing that
      * happened to a message, naming the card ID the dispatcher
      * stamped on it
           01 EVENT-RECORD.
               05 EVT-DATE PIC X(10).
               05 EVT-TIME PIC X(8).
               05 EVT-CARD-ID PIC X(9).
               05 EVT-TYPE PIC X(12).
               05 EVT-RECIPIENT PIC X(60).
           FD F-DISPATCH-LEDGER-FILE.                                     * One row per card already handed to the relay
           01 DISPATCH-LEDGER-RECORD.
               05 DL-CARD-ID PIC X(9).
               05 DL-DOMAIN PIC X(40).
               05 DL-DISPATCH-DATE PIC X(10).
               05 DL-DISPATCH-HOUR PIC X(2).
               05 DL-STATE PIC X(8).
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
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-HISTORY-FILE.
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
               05 HISTORY-PERSON-ID PIC X(10).
               05 HISTORY-CAMPAIGN PIC X(12).
               05 HISTORY-DATE PIC X(10).
           FD F-CONSENT-LEDGER-FILE.
      * Append-only, the latest row per person and scope is the one
      * in force
           01 CONSENT-LEDGER-RECORD.
               05 CONSENT-PERSON-ID PIC X(10).
               05 CONSENT-SOURCE PIC X(20).
               05 CONSENT-TIMESTAMP PIC X(19).
               05 CONSENT-SCOPE PIC X(12).
               05 CONSENT-STATUS PIC X(8).
           FD F-ENGAGEMENT-FILE.
      * The first of each kind of event per card, with the campaign
      * and brand it belongs to and the day the card was handed to
      * the relay, for the engagement report
           01 ENGAGEMENT-RECORD.
               05 ENG-CARD-ID PIC X(9).
               05 ENG-EVENT PIC X(12).
               05 ENG-PERSON-ID PIC X(10).
               05 ENG-CAMPAIGN PIC X(12).
               05 ENG-BRAND PIC X(8).
               05 ENG-DISPATCH-DATE PIC X(10).
               05 ENG-EVENT-DATE PIC X(10).
               05 ENG-EVENT-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-CONSENT-STATUS PIC XX.
           01 WS-ENGAGEMENT-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DELIVERED-COUNT PIC 9(6) VALUE 0.
           01 WS-OPENED-COUNT PIC 9(6) VALUE 0.
           01 WS-CLICKED-COUNT PIC 9(6) VALUE 0.
           01 WS-COMPLAINED-COUNT PIC 9(6) VALUE 0.
           01 WS-UNSUBSCRIBED-COUNT PIC 9(6) VALUE 0.
           01 WS-RESPONSE-COUNT PIC 9(6) VALUE 0.
           01 WS-REPEAT-COUNT PIC 9(6) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-MALFORMED-COUNT PIC 9(6) VALUE 0.
           01 WS-CARD-BRAND PIC X(8).
           01 WS-LEDGER-FOUND PIC 9(5) COMP.
           01 WS-LEDGER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LEDGER-ROWS.                                           * The dispatcher's ledger, the only way back to a card
              05 WS-LEDGER-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-LEDGER-COUNT
                  INDEXED BY LEDGER-IDX.
                      10 WS-LEDGER-CARD PIC X(9).
                      10 WS-LEDGER-DATE PIC X(10).
           01 WS-SEEN-FULL-WARNED PIC X VALUE 'N'.
           01 WS-SEEN-FOUND PIC X.
           01 WS-SEEN-NEW PIC X(9).
           01 WS-SEEN-COUNT PIC 9(5) COMP VALUE 0.
      * Cards that already have a response on file; an open after a
      * click, or a second open, is not a second response
           01 WS-SEEN-CARDS.
              05 WS-SEEN-CARD-ID OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-SEEN-COUNT
                  INDEXED BY SEEN-IDX
                  PIC X(9).
           01 WS-LOGGED-FULL-WARNED PIC X VALUE 'N'.
           01 WS-LOGGED-FOUND PIC X.
           01 WS-LOGGED-NEW PIC X(21).
           01 WS-LOGGED-COUNT PIC 9(6) COMP VALUE 0.
      * Card and event pairs already in the engagement file
           01 WS-LOGGED-EVENTS.
              05 WS-LOGGED-EVENT OCCURS 1 TO 199999 TIMES
                  DEPENDING ON WS-LOGGED-COUNT
                  INDEXED BY LOGGED-IDX
                  PIC X(21).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "email-event-intake".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).

       PROCEDURE DIVISION.

           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS NOT = "00"
               DISPLAY "WARNING: relay-events.dat FILE STATUS "
                   WS-EVENTS-STATUS ", nothing posted"
               GOBACK
           END-IF.
           PERFORM LOAD-DISPATCH-LEDGER.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", nothing posted"
               CLOSE F-EVENTS-FILE
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", nothing posted"
               CLOSE F-EVENTS-FILE
               CLOSE F-CARD-HISTORY-FILE
               GOBACK
           END-IF.
           PERFORM LOAD-SEEN-RESPONSES.
           PERFORM LOAD-LOGGED-EVENTS.
           OPEN EXTEND F-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT F-HISTORY-FILE
           END-IF.
           OPEN EXTEND F-CONSENT-LEDGER-FILE.
           IF WS-CONSENT-STATUS = "35"
               OPEN OUTPUT F-CONSENT-LEDGER-FILE
           END-IF.
           OPEN EXTEND F-ENGAGEMENT-FILE.
           IF WS-ENGAGEMENT-STATUS = "35"
               OPEN OUTPUT F-ENGAGEMENT-FILE
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   NOT AT END
                       PERFORM POST-ONE-EVENT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-HISTORY-FILE.
           CLOSE F-CONSENT-LEDGER-FILE.
           CLOSE F-ENGAGEMENT-FILE.
           OPEN OUTPUT F-EVENTS-FILE.                                   * Events are posted once, then the file is emptied
           CLOSE F-EVENTS-FILE.
           DISPLAY "Email events - delivered: " WS-DELIVERED-COUNT
               " opened: " WS-OPENED-COUNT
               " clicked: " WS-CLICKED-COUNT
               " complained: " WS-COMPLAINED-COUNT
               " unsubscribed: " WS-UNSUBSCRIBED-COUNT.
           DISPLAY "Responses posted: " WS-RESPONSE-COUNT
               " Repeat events: " WS-REPEAT-COUNT
               " Unmatched: " WS-UNMATCHED-COUNT
               " Malformed: " WS-MALFORMED-COUNT.
           GOBACK.

      * A card still waiting on a RETRY has not reached anyone yet,
      * so only rows the relay accepted or bounced are kept
           LOAD-DISPATCH-LEDGER SECTION.
           SET LEDGER-IDX TO 0.
           OPEN INPUT F-DISPATCH-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: email-dispatch-ledger.dat FILE STATUS "
                   WS-LEDGER-STATUS ", no event will match a card"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISPATCH-LEDGER-FILE
                   NOT AT END
                       IF DL-STATE NOT = "RETRY" AND
                          LEDGER-IDX < 99999
                           ADD 1 TO LEDGER-IDX
                           MOVE DL-CARD-ID
                               TO WS-LEDGER-CARD(LEDGER-IDX)
                           MOVE DL-DISPATCH-DATE
                               TO WS-LEDGER-DATE(LEDGER-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPATCH-LEDGER-FILE.
           MOVE LEDGER-IDX TO WS-LEDGER-COUNT.

           LOAD-SEEN-RESPONSES SECTION.
           MOVE 0 TO WS-SEEN-COUNT.
           OPEN INPUT F-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE
                   NOT AT END
                       IF HISTORY-CARD-ID NOT = SPACES
                           MOVE HISTORY-CARD-ID TO WS-SEEN-NEW
                           PERFORM REMEMBER-SEEN-CARD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

           REMEMBER-SEEN-CARD SECTION.
           IF WS-SEEN-COUNT < 99999
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-SEEN-NEW TO WS-SEEN-CARD-ID(WS-SEEN-COUNT)
           ELSE
               IF WS-SEEN-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-SEEN-FULL-WARNED
                   DISPLAY "WARNING: more than 99999 card responses "
                       "on file, older repeat events may be posted"
               END-IF
           END-IF.

           LOAD-LOGGED-EVENTS SECTION.
           MOVE 0 TO WS-LOGGED-COUNT.
           OPEN INPUT F-ENGAGEMENT-FILE.
           IF WS-ENGAGEMENT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ENGAGEMENT-FILE
                   NOT AT END
                       MOVE ENGAGEMENT-RECORD(1:21) TO WS-LOGGED-NEW
                       PERFORM REMEMBER-LOGGED-EVENT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ENGAGEMENT-FILE.

           REMEMBER-LOGGED-EVENT SECTION.
           IF WS-LOGGED-COUNT < 199999
               ADD 1 TO WS-LOGGED-COUNT
               MOVE WS-LOGGED-NEW TO WS-LOGGED-EVENT(WS-LOGGED-COUNT)
           ELSE
               IF WS-LOGGED-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-LOGGED-FULL-WARNED
                   DISPLAY "WARNING: more than 199999 email events "
                       "on file, older repeat events may be logged"
               END-IF
           END-IF.

      * The card ID on the event is only trusted once the dispatch
      * ledger shows the card went to the relay. Each kind of event
      * is logged once per card; opens and clicks are the card's
      * response, and a complaint or unsubscribe withdraws the
      * customer's email consent
           POST-ONE-EVENT SECTION.
           IF EVT-CARD-ID IS NOT NUMERIC OR
              EVT-DATE(1:4) IS NOT NUMERIC OR
              EVT-DATE(6:2) IS NOT NUMERIC OR
              EVT-DATE(9:2) IS NOT NUMERIC OR
              (EVT-TYPE NOT = "DELIVERED" AND
               EVT-TYPE NOT = "OPENED" AND
               EVT-TYPE NOT = "CLICKED" AND
               EVT-TYPE NOT = "COMPLAINED" AND
               EVT-TYPE NOT = "UNSUBSCRIBED")
               ADD 1 TO WS-MALFORMED-COUNT
               MOVE "malformed relay event" TO WS-EXC-REASON
               PERFORM WRITE-EVENT-EXCEPTION
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LEDGER-FOUND.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > WS-LEDGER-COUNT
                   OR WS-LEDGER-FOUND > 0
               IF WS-LEDGER-CARD(LEDGER-IDX) = EVT-CARD-ID
                   SET WS-LEDGER-FOUND TO LEDGER-IDX
               END-IF
           END-PERFORM.
           IF WS-LEDGER-FOUND = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "email event for card not dispatched"
                   TO WS-EXC-REASON
               PERFORM WRITE-EVENT-EXCEPTION
               EXIT SECTION
           END-IF.
           MOVE EVT-CARD-ID TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE "email event for unknown card ID"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EVENT-EXCEPTION
                   EXIT SECTION
           END-READ.
           MOVE EVT-CARD-ID TO WS-LOGGED-NEW(1:9).
           MOVE EVT-TYPE TO WS-LOGGED-NEW(10:12).
           MOVE 'N' TO WS-LOGGED-FOUND.
           PERFORM VARYING LOGGED-IDX FROM 1 BY 1
               UNTIL LOGGED-IDX > WS-LOGGED-COUNT
                   OR WS-LOGGED-FOUND = 'Y'
               IF WS-LOGGED-EVENT(LOGGED-IDX) = WS-LOGGED-NEW
                   MOVE 'Y' TO WS-LOGGED-FOUND
               END-IF
           END-PERFORM.
           IF WS-LOGGED-FOUND = 'Y'
               ADD 1 TO WS-REPEAT-COUNT
               EXIT SECTION
           END-IF.
           MOVE "HOUSE" TO WS-CARD-BRAND.
           MOVE HIST-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE SPACES TO PERSON-BRAND
           END-READ.
           IF PERSON-BRAND NOT = SPACES
               MOVE PERSON-BRAND TO WS-CARD-BRAND
           END-IF.
           MOVE SPACES TO ENGAGEMENT-RECORD.
           MOVE EVT-CARD-ID TO ENG-CARD-ID.
           MOVE EVT-TYPE TO ENG-EVENT.
           MOVE HIST-PERSON-ID TO ENG-PERSON-ID.
           MOVE HIST-CAMPAIGN TO ENG-CAMPAIGN.
           MOVE WS-CARD-BRAND TO ENG-BRAND.
           MOVE WS-LEDGER-DATE(WS-LEDGER-FOUND) TO ENG-DISPATCH-DATE.
           MOVE EVT-DATE TO ENG-EVENT-DATE.
           MOVE EVT-TIME TO ENG-EVENT-TIME.
           WRITE ENGAGEMENT-RECORD.
           PERFORM REMEMBER-LOGGED-EVENT.
           EVALUATE EVT-TYPE
               WHEN "DELIVERED"
                   ADD 1 TO WS-DELIVERED-COUNT
               WHEN "OPENED"
                   ADD 1 TO WS-OPENED-COUNT
                   PERFORM POST-EMAIL-RESPONSE
               WHEN "CLICKED"
                   ADD 1 TO WS-CLICKED-COUNT
                   PERFORM POST-EMAIL-RESPONSE
               WHEN "COMPLAINED"
                   ADD 1 TO WS-COMPLAINED-COUNT
                   MOVE "RELAY-COMPLAINT" TO CONSENT-SOURCE
                   PERFORM REVOKE-EMAIL-CONSENT
               WHEN "UNSUBSCRIBED"
                   ADD 1 TO WS-UNSUBSCRIBED-COUNT
                   MOVE "RELAY-UNSUBSCRIBE" TO CONSENT-SOURCE
                   PERFORM REVOKE-EMAIL-CONSENT
           END-EVALUATE.

           POST-EMAIL-RESPONSE SECTION.
           MOVE 'N' TO WS-SEEN-FOUND.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
               UNTIL SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-FOUND = 'Y'
               IF WS-SEEN-CARD-ID(SEEN-IDX) = EVT-CARD-ID
                   MOVE 'Y' TO WS-SEEN-FOUND
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE EVT-CARD-ID TO HISTORY-CARD-ID.
           MOVE HIST-PERSON-ID TO HISTORY-PERSON-ID.
           MOVE HIST-CAMPAIGN TO HISTORY-CAMPAIGN.
           MOVE EVT-DATE TO HISTORY-DATE.
           WRITE HISTORY-RECORD.
           MOVE EVT-CARD-ID TO WS-SEEN-NEW.
           PERFORM REMEMBER-SEEN-CARD.
           ADD 1 TO WS-RESPONSE-COUNT.

      * The source is set by the caller; the row is stamped with the
      * moment the relay saw the event
           REVOKE-EMAIL-CONSENT SECTION.
           MOVE HIST-PERSON-ID TO CONSENT-PERSON-ID.
           MOVE SPACES TO CONSENT-TIMESTAMP.
           STRING EVT-DATE " " EVT-TIME
               INTO CONSENT-TIMESTAMP
           END-STRING.
           MOVE "EMAIL" TO CONSENT-SCOPE.
           MOVE "REVOKED" TO CONSENT-STATUS.
           WRITE CONSENT-LEDGER-RECORD.

           WRITE-EVENT-EXCEPTION SECTION.
           MOVE SPACES TO WS-EXC-ORIGINAL.
           MOVE EVENT-RECORD TO WS-EXC-ORIGINAL.
           CALL "exception-writer" USING WS-EXC-PROGRAM
               WS-EXC-REASON WS-EXC-ORIGINAL.
