      * Monthly email engagement by campaign and brand. The cards
      * handed to the relay that month on email-dispatch-ledger.dat
      * are the base: the campaign comes from card-history.dat and
      * the brand from customers.dat, or the house brand when the
      * master cannot be read. The relay's delivered, opened,
      * clicked, complaint and unsubscribe events on
      * email-engagement.dat count against the month the card went
      * out, and open and click rates are taken on the cards sent.
      * Only email-engagement.rpt is written; every input is read
      * and left as it was.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. email-engagement-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-DISPATCH-LEDGER-FILE
                 ASSIGN TO "email-dispatch-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.
               SELECT F-ENGAGEMENT-FILE
                 ASSIGN TO "email-engagement.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENGAGEMENT-STATUS.
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
               SELECT F-ENGAGEMENT-REPORT-FILE
                 ASSIGN TO "email-engagement.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-DISPATCH-LEDGER-FILE.                                     * One row per card already handed to the relay
           01 DISPATCH-LEDGER-RECORD.
               05 DL-CARD-ID PIC X(9).
               05 DL-DOMAIN PIC X(40).
               05 DL-DISPATCH-DATE PIC X(10).
               05 DL-DISPATCH-HOUR PIC X(2).
               05 DL-STATE PIC X(8).
           FD F-ENGAGEMENT-FILE.
      * The first of each kind of event per card, as
      * email-event-intake logged it
           01 ENGAGEMENT-RECORD.
               05 ENG-CARD-ID PIC X(9).
               05 ENG-EVENT PIC X(12).
               05 ENG-PERSON-ID PIC X(10).
               05 ENG-CAMPAIGN PIC X(12).
               05 ENG-BRAND PIC X(8).
               05 ENG-DISPATCH-DATE PIC X(10).
               05 ENG-EVENT-DATE PIC X(10).
               05 ENG-EVENT-TIME PIC X(8).
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
           FD F-ENGAGEMENT-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-ENGAGEMENT-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-ROW-CAMPAIGN PIC X(12).
           01 WS-ROW-BRAND PIC X(8).
           01 WS-ROW-SLOT PIC 9(3) COMP.
           01 WS-ROW-FULL-WARNED PIC X VALUE 'N'.
           01 WS-OPEN-RATE PIC 9(3)V9.
           01 WS-CLICK-RATE PIC 9(3)V9.
           01 WS-OPEN-DISPLAY PIC ZZ9.9.
           01 WS-CLICK-DISPLAY PIC ZZ9.9.
           01 WS-ROW-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ROW-IDX PIC 9(3) COMP.
           01 WS-ENGAGEMENT-ROWS.                                       * One row per campaign and brand seen this month
              05 WS-ENGAGEMENT-ROW OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-ROW-COUNT
                  INDEXED BY ROW-IDX.
                      10 WS-ER-CAMPAIGN PIC X(12).
                      10 WS-ER-BRAND PIC X(8).
                      10 WS-ER-COUNTS.
                          15 WS-ER-SENT PIC 9(7).
                          15 WS-ER-DELIVERED PIC 9(7).
                          15 WS-ER-OPENED PIC 9(7).
                          15 WS-ER-CLICKED PIC 9(7).
                          15 WS-ER-COMPLAINED PIC 9(7).
                          15 WS-ER-UNSUBSCRIBED PIC 9(7).
           01 WS-TOTAL-COUNTS.
               05 WS-TOTAL-SENT PIC 9(7) VALUE 0.
               05 WS-TOTAL-DELIVERED PIC 9(7) VALUE 0.
               05 WS-TOTAL-OPENED PIC 9(7) VALUE 0.
               05 WS-TOTAL-CLICKED PIC 9(7) VALUE 0.
               05 WS-TOTAL-COMPLAINED PIC 9(7) VALUE 0.
               05 WS-TOTAL-UNSUBSCRIBED PIC 9(7) VALUE 0.
           01 WS-LINE-COUNTS.                                           * The row being written
               05 WS-LINE-SENT PIC 9(7).
               05 WS-LINE-DELIVERED PIC 9(7).
               05 WS-LINE-OPENED PIC 9(7).
               05 WS-LINE-CLICKED PIC 9(7).
               05 WS-LINE-COMPLAINED PIC 9(7).
               05 WS-LINE-UNSUBSCRIBED PIC 9(7).

       PROCEDURE DIVISION.

           DISPLAY "Report month (YYYY-MM): ".
           ACCEPT WS-REPORT-MONTH.

           PERFORM TALLY-DISPATCHED-CARDS.
           PERFORM TALLY-ENGAGEMENT-EVENTS.

           OPEN OUTPUT F-ENGAGEMENT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "EMAIL ENGAGEMENT BY CAMPAIGN AND BRAND FOR "
                  WS-REPORT-MONTH
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM REPORT-ONE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT.
           MOVE "ALL" TO WS-ROW-CAMPAIGN.
           MOVE "ALL" TO WS-ROW-BRAND.
           PERFORM WRITE-TOTAL-ROW.
           CLOSE F-ENGAGEMENT-REPORT-FILE.
           DISPLAY "Email engagement written to email-engagement.rpt".
           GOBACK.

      * Cards handed to the relay this month, bounced or not, are
      * the base the rates are taken on; the campaign comes from
      * card history and the brand from the customer's record
           TALLY-DISPATCHED-CARDS SECTION.
           OPEN INPUT F-DISPATCH-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: email-dispatch-ledger.dat FILE STATUS "
                   WS-LEDGER-STATUS ", sent counts are zero"
               EXIT SECTION
           END-IF.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", sent counts are zero"
               CLOSE F-DISPATCH-LEDGER-FILE
               EXIT SECTION
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"                                * Without it every card counts under the house brand
               MOVE 'Y' TO WS-CUSTOMERS-OPEN
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISPATCH-LEDGER-FILE
                   NOT AT END
                       IF DL-DISPATCH-DATE(1:7) = WS-REPORT-MONTH AND
                          DL-STATE NOT = "RETRY" AND
                          DL-CARD-ID IS NUMERIC
                           PERFORM TALLY-ONE-DISPATCH
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPATCH-LEDGER-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           IF WS-CUSTOMERS-OPEN = 'Y'
               CLOSE F-CUSTOMERS-FILE
           END-IF.

           TALLY-ONE-DISPATCH SECTION.
           MOVE DL-CARD-ID TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE HIST-CAMPAIGN TO WS-ROW-CAMPAIGN.
           MOVE "HOUSE" TO WS-ROW-BRAND.
           IF WS-CUSTOMERS-OPEN = 'Y'
               MOVE HIST-PERSON-ID TO PERSON-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       MOVE SPACES TO PERSON-BRAND
               END-READ
               IF PERSON-BRAND NOT = SPACES
                   MOVE PERSON-BRAND TO WS-ROW-BRAND
               END-IF
           END-IF.
           PERFORM FIND-OR-ADD-ROW.
           IF WS-ROW-SLOT > 0
               ADD 1 TO WS-ER-SENT(WS-ROW-SLOT)
           END-IF.
           ADD 1 TO WS-TOTAL-SENT.

      * Events count against the month the card went out, so a rate
      * never mixes one month's opens with another month's sends
           TALLY-ENGAGEMENT-EVENTS SECTION.
           OPEN INPUT F-ENGAGEMENT-FILE.
           IF WS-ENGAGEMENT-STATUS NOT = "00"
               DISPLAY "WARNING: email-engagement.dat FILE STATUS "
                   WS-ENGAGEMENT-STATUS ", event counts are zero"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ENGAGEMENT-FILE
                   NOT AT END
                       IF ENG-DISPATCH-DATE(1:7) = WS-REPORT-MONTH
                           PERFORM TALLY-ONE-EVENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ENGAGEMENT-FILE.

           TALLY-ONE-EVENT SECTION.
           MOVE ENG-CAMPAIGN TO WS-ROW-CAMPAIGN.
           MOVE ENG-BRAND TO WS-ROW-BRAND.
           PERFORM FIND-OR-ADD-ROW.
           IF WS-ROW-SLOT = 0
               EXIT SECTION
           END-IF.
           EVALUATE ENG-EVENT
               WHEN "DELIVERED"
                   ADD 1 TO WS-ER-DELIVERED(WS-ROW-SLOT)
                   ADD 1 TO WS-TOTAL-DELIVERED
               WHEN "OPENED"
                   ADD 1 TO WS-ER-OPENED(WS-ROW-SLOT)
                   ADD 1 TO WS-TOTAL-OPENED
               WHEN "CLICKED"
                   ADD 1 TO WS-ER-CLICKED(WS-ROW-SLOT)
                   ADD 1 TO WS-TOTAL-CLICKED
               WHEN "COMPLAINED"
                   ADD 1 TO WS-ER-COMPLAINED(WS-ROW-SLOT)
                   ADD 1 TO WS-TOTAL-COMPLAINED
               WHEN "UNSUBSCRIBED"
                   ADD 1 TO WS-ER-UNSUBSCRIBED(WS-ROW-SLOT)
                   ADD 1 TO WS-TOTAL-UNSUBSCRIBED
           END-EVALUATE.

           FIND-OR-ADD-ROW SECTION.
           MOVE 0 TO WS-ROW-SLOT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-SLOT > 0
               IF WS-ER-CAMPAIGN(WS-ROW-IDX) = WS-ROW-CAMPAIGN AND
                  WS-ER-BRAND(WS-ROW-IDX) = WS-ROW-BRAND
                   MOVE WS-ROW-IDX TO WS-ROW-SLOT
               END-IF
           END-PERFORM.
           IF WS-ROW-SLOT > 0
               EXIT SECTION
           END-IF.
           IF WS-ROW-COUNT >= 300
               IF WS-ROW-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-ROW-FULL-WARNED
                   DISPLAY "WARNING: more than 300 campaign and brand "
                       "pairs, the rest count in the total only"
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-ROW-COUNT TO WS-ROW-SLOT.
           MOVE WS-ROW-CAMPAIGN TO WS-ER-CAMPAIGN(WS-ROW-SLOT).
           MOVE WS-ROW-BRAND TO WS-ER-BRAND(WS-ROW-SLOT).
           MOVE ZEROS TO WS-ER-COUNTS(WS-ROW-SLOT).

           REPORT-ONE-ROW SECTION.
           MOVE WS-ER-CAMPAIGN(WS-ROW-IDX) TO WS-ROW-CAMPAIGN.
           MOVE WS-ER-BRAND(WS-ROW-IDX) TO WS-ROW-BRAND.
           MOVE WS-ER-COUNTS(WS-ROW-IDX) TO WS-LINE-COUNTS.
           PERFORM WRITE-REPORT-ROW.

           WRITE-TOTAL-ROW SECTION.
           MOVE WS-TOTAL-COUNTS TO WS-LINE-COUNTS.
           PERFORM WRITE-REPORT-ROW.

           WRITE-REPORT-ROW SECTION.
           IF WS-LINE-SENT > 0
               COMPUTE WS-OPEN-RATE ROUNDED =
                   WS-LINE-OPENED * 100 / WS-LINE-SENT
               COMPUTE WS-CLICK-RATE ROUNDED =
                   WS-LINE-CLICKED * 100 / WS-LINE-SENT
           ELSE
               MOVE 0 TO WS-OPEN-RATE
               MOVE 0 TO WS-CLICK-RATE
           END-IF.
           MOVE WS-OPEN-RATE TO WS-OPEN-DISPLAY.
           MOVE WS-CLICK-RATE TO WS-CLICK-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING WS-ROW-CAMPAIGN " " WS-ROW-BRAND
                  " SENT=" WS-LINE-SENT
                  " DELIVERED=" WS-LINE-DELIVERED
                  " OPENED=" WS-LINE-OPENED
                  " CLICKED=" WS-LINE-CLICKED
                  " COMPLAINED=" WS-LINE-COMPLAINED
                  " UNSUBSCRIBED=" WS-LINE-UNSUBSCRIBED
                  " OPEN-RATE=" WS-OPEN-DISPLAY "%"
                  " CLICK-RATE=" WS-CLICK-DISPLAY "%"
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
