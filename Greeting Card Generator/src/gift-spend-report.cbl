      * The relationship team's view of the VIP milestone gifts: what
      * was spent by month and brand, and every gift that needs a
      * person - no acknowledgment from the vendor, backordered,
      * shipped too late for the birthday, not paired with its card
      * in card-history.dat, or a milestone the gift catalog had no
      * gift for.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gift-spend-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-GIFT-ORDER-FILE
                 ASSIGN TO "gift-vendor-orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GIFT-ORDER-STATUS.
               SELECT F-GIFT-STATUS-FILE
                 ASSIGN TO "gift-order-status.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GIFT-STATUS-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-EXCEPTIONS-FILE ASSIGN TO "exceptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCEPTIONS-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "gift-spend.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-GIFT-ORDER-FILE.
           01 GIFT-ORDER-RECORD.
               05 GIFT-CARD-ID PIC 9(9).
               05 GIFT-PERSON-ID PIC X(10).
               05 GIFT-ORDER-DATE PIC X(10).
               05 GIFT-DELIVER-BY PIC X(10).
               05 GIFT-MILESTONE PIC 9(3).
               05 GIFT-BRAND PIC X(8).
               05 GIFT-CODE PIC X(10).
               05 GIFT-COST PIC 9(5)V99.
               05 GIFT-SHIP-NAME PIC X(40).
               05 GIFT-SHIP-ADDRESS PIC X(100).
           FD F-GIFT-STATUS-FILE.
           01 GIFT-STATUS-RECORD.
               05 GSTAT-CARD-ID PIC 9(9).
               05 GSTAT-STATUS PIC X(10).
               05 GSTAT-ACK-DATE PIC X(10).
               05 GSTAT-SHIP-DATE PIC X(10).
               05 GSTAT-TRACKING PIC X(20).
               05 GSTAT-RECEIVED-DATE PIC X(10).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-EXCEPTIONS-FILE.
           01 EXCEPTION-RECORD.
               05 EXCEPTION-DATE PIC X(10).
               05 EXCEPTION-PROGRAM PIC X(20).
               05 EXCEPTION-REASON PIC X(40).
               05 EXCEPTION-STATUS PIC X(8).
               05 EXCEPTION-ORIGINAL PIC X(600).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-GIFT-ORDER-STATUS PIC XX.
           01 WS-GIFT-STATUS-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-EXCEPTIONS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-TODAY-NUM PIC 9(8).
           01 WS-ORDER-DAY-NUM PIC 9(8).
           01 WS-ACK-GRACE-DAYS PIC 9(2) VALUE 5.                       * Days the vendor has to acknowledge an order
           01 WS-HISTORY-OPEN PIC X VALUE 'N'.
           01 WS-EXCEPTION-TEXT PIC X(50).
           01 WS-COST-DISPLAY PIC ZZZ,ZZ9.99.
           01 WS-SPEND-DISPLAY PIC Z,ZZZ,ZZ9.99.
           01 WS-TOTAL-SPEND PIC 9(7)V99 VALUE 0.
           01 WS-ORDER-TOTAL PIC 9(6) VALUE 0.
           01 WS-SHIPPED-COUNT PIC 9(6) VALUE 0.
           01 WS-BACKORDER-COUNT PIC 9(6) VALUE 0.
           01 WS-UNACKED-COUNT PIC 9(6) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
           01 WS-NO-GIFT-COUNT PIC 9(6) VALUE 0.
           01 WS-STATUS-FOUND PIC 9.
           01 WS-LOOKUP-CARD-ID PIC 9(9).
           01 WS-STATUS-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-STATUS-IDX PIC 9(5) COMP.
           01 WS-STATUS-SLOT PIC 9(5) COMP.
           01 WS-GIFT-STATUSES.                                         * Latest acknowledgment per gift
              05 WS-STATUS-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-STATUS-COUNT
                  INDEXED BY STATUS-IDX.
                      10 WS-STATUS-CARD-ID PIC 9(9).
                      10 WS-STATUS-VALUE PIC X(10).
                      10 WS-STATUS-SHIP-DATE PIC X(10).
           01 WS-SPEND-FOUND PIC 9.
           01 WS-SPEND-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SPEND-IDX PIC 9(4) COMP.
           01 WS-SPEND-SLOT PIC 9(4) COMP.
           01 WS-SPEND-TALLY.                                           * Gifts and cost by order month and brand
              05 WS-SPEND-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-SPEND-COUNT
                  INDEXED BY SPEND-IDX.
                      10 WS-SPEND-MONTH PIC X(7).
                      10 WS-SPEND-BRAND PIC X(8).
                      10 WS-SPEND-GIFTS PIC 9(6).
                      10 WS-SPEND-COST PIC 9(7)V99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           COMPUTE WS-TODAY-NUM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).

           PERFORM LOAD-GIFT-STATUSES.
           OPEN INPUT F-GIFT-ORDER-FILE.
           IF WS-GIFT-ORDER-STATUS NOT = "00"
               DISPLAY "WARNING: gift-vendor-orders.dat FILE STATUS "
                   WS-GIFT-ORDER-STATUS ", no gift report produced"
               GOBACK
           END-IF.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN
           ELSE
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", card pairing not checked"
           END-IF.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "VIP MILESTONE GIFT SPEND AND EXCEPTIONS " WS-RUN-DATE
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "EXCEPTIONS" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GIFT-ORDER-FILE
                   NOT AT END
                       PERFORM REPORT-ONE-GIFT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-ORDER-FILE.
           IF WS-HISTORY-OPEN = 'Y'
               CLOSE F-CARD-HISTORY-FILE
           END-IF.
           PERFORM REPORT-MISSING-GIFTS.
           PERFORM REPORT-SPEND.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE WS-TOTAL-SPEND TO WS-SPEND-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "GIFTS ORDERED: " WS-ORDER-TOTAL
                  "  SPEND: " WS-SPEND-DISPLAY
                  "  SHIPPED: " WS-SHIPPED-COUNT
                  "  BACKORDERED: " WS-BACKORDER-COUNT
                  "  UNACKNOWLEDGED: " WS-UNACKED-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "EXCEPTIONS: " WS-EXCEPTION-COUNT
                  "  OF WHICH NO CATALOG GIFT: " WS-NO-GIFT-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           CLOSE F-REPORT-FILE.
           DISPLAY "Gift orders reported: " WS-ORDER-TOTAL
               " exceptions: " WS-EXCEPTION-COUNT
               ", see gift-spend.rpt".
           GOBACK.

      * The acknowledgments arrive oldest first, so a later row for
      * the same gift replaces the earlier one
           LOAD-GIFT-STATUSES SECTION.
           OPEN INPUT F-GIFT-STATUS-FILE.
           IF WS-GIFT-STATUS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GIFT-STATUS-FILE
                   NOT AT END
                       PERFORM KEEP-ONE-STATUS
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-STATUS-FILE.

           KEEP-ONE-STATUS SECTION.
           MOVE GSTAT-CARD-ID TO WS-LOOKUP-CARD-ID.
           PERFORM FIND-GIFT-STATUS.
           IF WS-STATUS-FOUND = 0
               IF WS-STATUS-COUNT >= 99999
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-STATUS-COUNT
               MOVE WS-STATUS-COUNT TO WS-STATUS-SLOT
               MOVE GSTAT-CARD-ID TO WS-STATUS-CARD-ID(WS-STATUS-SLOT)
           END-IF.
           MOVE GSTAT-STATUS TO WS-STATUS-VALUE(WS-STATUS-SLOT).
           MOVE GSTAT-SHIP-DATE TO WS-STATUS-SHIP-DATE(WS-STATUS-SLOT).

           FIND-GIFT-STATUS SECTION.
           MOVE 0 TO WS-STATUS-FOUND.
           PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > WS-STATUS-COUNT
                   OR WS-STATUS-FOUND = 1
               IF WS-STATUS-CARD-ID(WS-STATUS-IDX) = WS-LOOKUP-CARD-ID
                   MOVE 1 TO WS-STATUS-FOUND
                   MOVE WS-STATUS-IDX TO WS-STATUS-SLOT
               END-IF
           END-PERFORM.

      * Tallies the gift's spend, then names anything wrong with it:
      * the vendor's side first, then whether its card is on file
           REPORT-ONE-GIFT SECTION.
           ADD 1 TO WS-ORDER-TOTAL.
           ADD GIFT-COST TO WS-TOTAL-SPEND.
           PERFORM TALLY-GIFT-SPEND.
           MOVE GIFT-CARD-ID TO WS-LOOKUP-CARD-ID.
           PERFORM FIND-GIFT-STATUS.
           IF WS-STATUS-FOUND = 0
               COMPUTE WS-ORDER-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(GIFT-ORDER-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(GIFT-ORDER-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(GIFT-ORDER-DATE(9:2)))
               IF WS-TODAY-NUM - WS-ORDER-DAY-NUM > WS-ACK-GRACE-DAYS
                   ADD 1 TO WS-UNACKED-COUNT
                   MOVE "NO VENDOR ACKNOWLEDGMENT" TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-GIFT-EXCEPTION
               END-IF
           ELSE
               IF WS-STATUS-VALUE(WS-STATUS-SLOT) = "SHIPPED"
                   ADD 1 TO WS-SHIPPED-COUNT
                   IF WS-STATUS-SHIP-DATE(WS-STATUS-SLOT) >
                      GIFT-DELIVER-BY
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING "SHIPPED LATE ON "
                              WS-STATUS-SHIP-DATE(WS-STATUS-SLOT)
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                       PERFORM WRITE-GIFT-EXCEPTION
                   END-IF
               ELSE
                   ADD 1 TO WS-BACKORDER-COUNT
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   IF WS-STATUS-SHIP-DATE(WS-STATUS-SLOT) >
                      GIFT-DELIVER-BY
                       STRING "BACKORDERED, SHIPS "
                              WS-STATUS-SHIP-DATE(WS-STATUS-SLOT)
                              " - MISSES THE DAY"
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                   ELSE
                       STRING "BACKORDERED, SHIPS "
                              WS-STATUS-SHIP-DATE(WS-STATUS-SLOT)
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-GIFT-EXCEPTION
               END-IF
           END-IF.
           IF WS-HISTORY-OPEN = 'N'
               EXIT SECTION
           END-IF.
           MOVE GIFT-CARD-ID TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   MOVE "CARD NOT IN CARD-HISTORY" TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-GIFT-EXCEPTION
               NOT INVALID KEY
                   IF HIST-PERSON-ID NOT = GIFT-PERSON-ID
                       MOVE SPACES TO WS-EXCEPTION-TEXT
                       STRING "CARD BELONGS TO " HIST-PERSON-ID
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                       PERFORM WRITE-GIFT-EXCEPTION
                   END-IF
           END-READ.

           WRITE-GIFT-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE GIFT-COST TO WS-COST-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  CARD " GIFT-CARD-ID
                  " " GIFT-PERSON-ID
                  " " GIFT-CODE
                  " DUE " GIFT-DELIVER-BY
                  " " WS-COST-DISPLAY
                  "  " WS-EXCEPTION-TEXT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           TALLY-GIFT-SPEND SECTION.
           MOVE 0 TO WS-SPEND-FOUND.
           PERFORM VARYING WS-SPEND-IDX FROM 1 BY 1
               UNTIL WS-SPEND-IDX > WS-SPEND-COUNT
                   OR WS-SPEND-FOUND = 1
               IF WS-SPEND-MONTH(WS-SPEND-IDX) = GIFT-ORDER-DATE(1:7)
                  AND WS-SPEND-BRAND(WS-SPEND-IDX) = GIFT-BRAND
                   MOVE 1 TO WS-SPEND-FOUND
                   MOVE WS-SPEND-IDX TO WS-SPEND-SLOT
               END-IF
           END-PERFORM.
           IF WS-SPEND-FOUND = 0
               IF WS-SPEND-COUNT >= 2000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-SPEND-COUNT
               MOVE WS-SPEND-COUNT TO WS-SPEND-SLOT
               MOVE GIFT-ORDER-DATE(1:7)
                   TO WS-SPEND-MONTH(WS-SPEND-SLOT)
               MOVE GIFT-BRAND TO WS-SPEND-BRAND(WS-SPEND-SLOT)
               MOVE 0 TO WS-SPEND-GIFTS(WS-SPEND-SLOT)
               MOVE 0 TO WS-SPEND-COST(WS-SPEND-SLOT)
           END-IF.
           ADD 1 TO WS-SPEND-GIFTS(WS-SPEND-SLOT).
           ADD GIFT-COST TO WS-SPEND-COST(WS-SPEND-SLOT).

      * VIP milestone cards that went out with no gift because the
      * catalog had nothing for the milestone and brand, as the
      * nightly pass logged them and until someone closes them
           REPORT-MISSING-GIFTS SECTION.
           OPEN INPUT F-EXCEPTIONS-FILE.
           IF WS-EXCEPTIONS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EXCEPTIONS-FILE
                   NOT AT END
                       IF EXCEPTION-PROGRAM = "customer-filterer" AND
                          EXCEPTION-REASON(1:9) = "VIP GIFT:" AND
                          EXCEPTION-STATUS = "OPEN"
                           ADD 1 TO WS-NO-GIFT-COUNT
                           ADD 1 TO WS-EXCEPTION-COUNT
                           MOVE SPACES TO WS-REPORT-RECORD
                           STRING "  NO CATALOG GIFT "
                                  EXCEPTION-DATE " "
                                  EXCEPTION-ORIGINAL(1:10) " "
                                  EXCEPTION-ORIGINAL(11:40)
                               INTO WS-REPORT-RECORD
                           END-STRING
                           WRITE WS-REPORT-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EXCEPTIONS-FILE.

           REPORT-SPEND SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "SPEND BY ORDER MONTH AND BRAND" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM VARYING WS-SPEND-IDX FROM 1 BY 1
               UNTIL WS-SPEND-IDX > WS-SPEND-COUNT
               MOVE WS-SPEND-COST(WS-SPEND-IDX) TO WS-SPEND-DISPLAY
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "  " WS-SPEND-MONTH(WS-SPEND-IDX)
                      " " WS-SPEND-BRAND(WS-SPEND-IDX)
                      " GIFTS " WS-SPEND-GIFTS(WS-SPEND-IDX)
                      " COST " WS-SPEND-DISPLAY
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-PERFORM.
