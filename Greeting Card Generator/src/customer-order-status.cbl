      * Answers the ordering customer's "where is my card?": every
      * card order they placed, what it was charged, and whether it
      * is still waiting for its day, due on the next nightly run,
      * sent (with the card number and the latest vendor scan),
      * stopped because the recipient is on the do-not-mail list, or
      * canceled because the customer was no longer active.
      * The look-up shows recipients' names and addresses, so it is
      * logged through customer-access-writer like customer-inquiry.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-order-status.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ORDER-FILE ASSIGN TO "customer-orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDER-STATUS.
               SELECT F-ORDER-SENT-FILE
                 ASSIGN TO "customer-order-sent.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDER-SENT-STATUS.
               SELECT F-CHARGE-FILE
                 ASSIGN TO "customer-order-charges.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHARGE-STATUS.
               SELECT F-TRACKING-FILE ASSIGN TO "tracking-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRACKING-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-ORDER-FILE.
      * Cards customers ordered for a friend or relative, as
      * customer-order-intake took them
           01 ORDER-RECORD.
               05 ORDER-ID PIC 9(9).
               05 ORDER-PERSON-ID PIC X(10).
               05 ORDER-PLACED-DATE PIC X(10).
               05 ORDER-RECIPIENT-NAME PIC X(40).
               05 ORDER-RECIPIENT-ADDRESS PIC X(100).
               05 ORDER-OCCASION PIC X(12).
               05 ORDER-SEND-DATE PIC X(10).
               05 ORDER-MESSAGE PIC X(120).
           FD F-ORDER-SENT-FILE.                                          * What became of each order, appended as it happens
           01 ORDER-SENT-RECORD.
               05 OSENT-ORDER-ID PIC 9(9).
               05 OSENT-PERSON-ID PIC X(10).
               05 OSENT-DATE PIC X(10).
               05 OSENT-OUTCOME PIC X(8).                               * SENT, DNM (recipient on do-not-mail) or CANCELED
               05 OSENT-CARD-ID PIC 9(9).
           FD F-CHARGE-FILE.                                              * Billing's feed: one charge per accepted order
           01 CHARGE-RECORD.
               05 CHARGE-ORDER-ID PIC 9(9).
               05 CHARGE-PERSON-ID PIC X(10).
               05 CHARGE-DATE PIC X(10).
               05 CHARGE-AMOUNT PIC 9(5)V99.
           FD F-TRACKING-FILE.                                            * One scan per line per card, as the intake applied them
           01 TRACKING-RECORD.
               05 TRACK-CARD-ID PIC X(9).
               05 TRACK-EVENT-TYPE PIC X(10).
               05 TRACK-EVENT-DATE PIC X(10).
               05 TRACK-EVENT-PLACE PIC X(30).
           WORKING-STORAGE SECTION.
           01 WS-ORDER-STATUS PIC XX.
           01 WS-ORDER-SENT-STATUS PIC XX.
           01 WS-CHARGE-STATUS PIC XX.
           01 WS-TRACKING-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SEARCH-ID PIC X(10).
           01 WS-ACCESS-PROGRAM-NAME PIC X(20)
               VALUE "customer-order-stat".
           01 WS-ACCESS-KEY PIC X(60).
           01 WS-ACCESS-PERSON-ID PIC X(10) VALUE SPACES.
           01 WS-ACCESS-RETURNED PIC 9(6) VALUE 0.                      * Orders whose details reached the screen
           01 WS-ACCESS-REASON PIC X(8).
           01 WS-CHARGE-DISPLAY PIC ZZZZ9.99.
           01 WS-CARD-ID-TEXT PIC X(9).
           01 WS-LAST-SCAN-TYPE PIC X(10).
           01 WS-LAST-SCAN-DATE PIC X(10).
           01 WS-LAST-SCAN-PLACE PIC X(30).
           01 WS-HIT-FOUND PIC 9.
           01 WS-HIT-IDX PIC 9(5) COMP.
           01 WS-OSENT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ORDERS-SENT.                                           * This customer's order outcomes
              05 WS-OSENT-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-OSENT-COUNT
                  INDEXED BY OSENT-IDX.
                      10 WS-OSENT-ID PIC 9(9).
                      10 WS-OSENT-DATE PIC X(10).
                      10 WS-OSENT-OUTCOME PIC X(8).
                      10 WS-OSENT-CARD PIC 9(9).
           01 WS-CHARGE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CHARGES.                                               * This customer's order charges
              05 WS-CHARGE-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CHARGE-COUNT
                  INDEXED BY CHARGE-IDX.
                      10 WS-CHARGE-ID PIC 9(9).
                      10 WS-CHARGE-AMOUNT PIC 9(5)V99.

       PROCEDURE DIVISION.

           DISPLAY "Ordering customer ID: ".
           ACCEPT WS-SEARCH-ID.
           DISPLAY "Reason code for this look-up: ".
           ACCEPT WS-ACCESS-REASON.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-ORDER-OUTCOMES.
           PERFORM LOAD-ORDER-CHARGES.
           OPEN INPUT F-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "No card orders on file"
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ORDER-FILE
                   NOT AT END
                       IF ORDER-PERSON-ID = WS-SEARCH-ID
                           PERFORM REPORT-ONE-ORDER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ORDER-FILE.
           IF WS-ACCESS-RETURNED = 0
               DISPLAY "No card orders placed by " WS-SEARCH-ID
           ELSE
               MOVE WS-SEARCH-ID TO WS-ACCESS-PERSON-ID
           END-IF.
           MOVE WS-SEARCH-ID TO WS-ACCESS-KEY.
           CALL "customer-access-writer" USING WS-ACCESS-PROGRAM-NAME,
               WS-ACCESS-KEY, WS-ACCESS-PERSON-ID, WS-ACCESS-RETURNED,
               WS-ACCESS-REASON.
           GOBACK.

           LOAD-ORDER-OUTCOMES SECTION.
           MOVE 0 TO WS-OSENT-COUNT.
           OPEN INPUT F-ORDER-SENT-FILE.
           IF WS-ORDER-SENT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ORDER-SENT-FILE
                   NOT AT END
                       IF OSENT-PERSON-ID = WS-SEARCH-ID AND
                          WS-OSENT-COUNT < 9999
                           ADD 1 TO WS-OSENT-COUNT
                           MOVE OSENT-ORDER-ID
                               TO WS-OSENT-ID(WS-OSENT-COUNT)
                           MOVE OSENT-DATE
                               TO WS-OSENT-DATE(WS-OSENT-COUNT)
                           MOVE OSENT-OUTCOME
                               TO WS-OSENT-OUTCOME(WS-OSENT-COUNT)
                           MOVE OSENT-CARD-ID
                               TO WS-OSENT-CARD(WS-OSENT-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ORDER-SENT-FILE.

           LOAD-ORDER-CHARGES SECTION.
           MOVE 0 TO WS-CHARGE-COUNT.
           OPEN INPUT F-CHARGE-FILE.
           IF WS-CHARGE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHARGE-FILE
                   NOT AT END
                       IF CHARGE-PERSON-ID = WS-SEARCH-ID AND
                          WS-CHARGE-COUNT < 9999
                           ADD 1 TO WS-CHARGE-COUNT
                           MOVE CHARGE-ORDER-ID
                               TO WS-CHARGE-ID(WS-CHARGE-COUNT)
                           MOVE CHARGE-AMOUNT
                               TO WS-CHARGE-AMOUNT(WS-CHARGE-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CHARGE-FILE.

           REPORT-ONE-ORDER SECTION.
           ADD 1 TO WS-ACCESS-RETURNED.
           MOVE 0 TO WS-CHARGE-DISPLAY.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-CHARGE-COUNT
               IF WS-CHARGE-ID(WS-HIT-IDX) = ORDER-ID
                   MOVE WS-CHARGE-AMOUNT(WS-HIT-IDX)
                       TO WS-CHARGE-DISPLAY
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Order " ORDER-ID " placed " ORDER-PLACED-DATE
               " " FUNCTION TRIM(ORDER-OCCASION)
               " card, charged " WS-CHARGE-DISPLAY.
           DISPLAY "  To:   " FUNCTION TRIM(ORDER-RECIPIENT-NAME) ", "
               FUNCTION TRIM(ORDER-RECIPIENT-ADDRESS(1:40)) " "
               FUNCTION TRIM(ORDER-RECIPIENT-ADDRESS(41:30)).
           MOVE 0 TO WS-HIT-FOUND.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-OSENT-COUNT OR WS-HIT-FOUND = 1
               IF WS-OSENT-ID(WS-HIT-IDX) = ORDER-ID
                   MOVE 1 TO WS-HIT-FOUND
               END-IF
           END-PERFORM.
           IF WS-HIT-FOUND = 0
               IF ORDER-SEND-DATE > WS-RUN-DATE
                   DISPLAY "  Status: SCHEDULED for " ORDER-SEND-DATE
               ELSE
                   DISPLAY "  Status: DUE " ORDER-SEND-DATE
                       ", goes to the printer on the next nightly run"
               END-IF
               EXIT SECTION
           END-IF.
           SUBTRACT 1 FROM WS-HIT-IDX.
           IF WS-OSENT-OUTCOME(WS-HIT-IDX) = "DNM"
               DISPLAY "  Status: NOT SENT " WS-OSENT-DATE(WS-HIT-IDX)
                   ", the recipient asked not to be mailed"
               EXIT SECTION
           END-IF.
           IF WS-OSENT-OUTCOME(WS-HIT-IDX) = "CANCELED"
               DISPLAY "  Status: CANCELED " WS-OSENT-DATE(WS-HIT-IDX)
                   ", the account was no longer active - refund due"
               EXIT SECTION
           END-IF.
           DISPLAY "  Status: SENT " WS-OSENT-DATE(WS-HIT-IDX)
               " as card " WS-OSENT-CARD(WS-HIT-IDX).
           MOVE WS-OSENT-CARD(WS-HIT-IDX) TO WS-CARD-ID-TEXT.
           PERFORM FIND-LAST-SCAN.
           IF WS-LAST-SCAN-TYPE NOT = SPACES
               DISPLAY "  Last scan: " FUNCTION TRIM(WS-LAST-SCAN-TYPE)
                   " " WS-LAST-SCAN-DATE " "
                   FUNCTION TRIM(WS-LAST-SCAN-PLACE)
           ELSE
               DISPLAY "  Last scan: none yet from the vendor"
           END-IF.

      * The latest of the card's scans; the file is in the order the
      * intake applied them, so a later line of the same date wins
           FIND-LAST-SCAN SECTION.
           MOVE SPACES TO WS-LAST-SCAN-TYPE.
           MOVE SPACES TO WS-LAST-SCAN-DATE.
           MOVE SPACES TO WS-LAST-SCAN-PLACE.
           OPEN INPUT F-TRACKING-FILE.
           IF WS-TRACKING-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-TRACKING-FILE
                   NOT AT END
                       IF TRACK-CARD-ID = WS-CARD-ID-TEXT AND
                          TRACK-EVENT-DATE >= WS-LAST-SCAN-DATE
                           MOVE TRACK-EVENT-TYPE TO WS-LAST-SCAN-TYPE
                           MOVE TRACK-EVENT-DATE TO WS-LAST-SCAN-DATE
                           MOVE TRACK-EVENT-PLACE TO WS-LAST-SCAN-PLACE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TRACKING-FILE.
