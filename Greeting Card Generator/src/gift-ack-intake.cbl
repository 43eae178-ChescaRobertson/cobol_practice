      * Takes in the gift vendor's acknowledgments for the VIP
      * milestone gifts customer-filterer ordered: SHIPPED with the
      * ship date and tracking number, or BACKORDER with the date the
      * vendor now expects to ship. Each good line is appended to
      * gift-order-status.dat against the gift's card ID; a line for a
      * gift we never ordered, or in a status we don't know, goes to
      * exceptions.dat instead.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gift-ack-intake.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-GIFT-ACK-FILE ASSIGN TO "gift-vendor-acks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GIFT-ACK-STATUS.
               SELECT F-GIFT-ORDER-FILE
                 ASSIGN TO "gift-vendor-orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GIFT-ORDER-STATUS.
               SELECT F-GIFT-STATUS-FILE
                 ASSIGN TO "gift-order-status.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GIFT-STATUS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-GIFT-ACK-FILE.
      * One line per gift the vendor reports on, keyed by the card ID
      * we put on the order
           01 GIFT-ACK-RECORD.
               05 GACK-CARD-ID PIC X(9).
               05 GACK-STATUS PIC X(10).                                * SHIPPED or BACKORDER
               05 GACK-DATE PIC X(10).
               05 GACK-SHIP-DATE PIC X(10).                             * Shipped on, or expected to ship on
               05 GACK-TRACKING PIC X(20).
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
      * Every acknowledgment taken in, oldest first; the last row
      * for a card is where its gift stands
           01 GIFT-STATUS-RECORD.
               05 GSTAT-CARD-ID PIC 9(9).
               05 GSTAT-STATUS PIC X(10).
               05 GSTAT-ACK-DATE PIC X(10).
               05 GSTAT-SHIP-DATE PIC X(10).
               05 GSTAT-TRACKING PIC X(20).
               05 GSTAT-RECEIVED-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-GIFT-ACK-STATUS PIC XX.
           01 WS-GIFT-ORDER-STATUS PIC XX.
           01 WS-GIFT-STATUS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SHIPPED-COUNT PIC 9(6) VALUE 0.
           01 WS-BACKORDER-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 WS-ORDER-FOUND PIC 9.
           01 WS-ACK-CARD-NUM PIC 9(9).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "gift-ack-intake".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).
           01 WS-ORDER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-ORDER-IDX PIC 9(5) COMP.
           01 WS-GIFT-ORDERS.                                           * Card IDs of every gift we ordered
              05 WS-ORDER-CARD-ID OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-ORDER-COUNT
                  INDEXED BY ORDER-IDX PIC 9(9).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-GIFT-ORDERS.
           OPEN INPUT F-GIFT-ACK-FILE.
           IF WS-GIFT-ACK-STATUS NOT = "00"
               DISPLAY "WARNING: gift-vendor-acks.dat FILE STATUS "
                   WS-GIFT-ACK-STATUS ", nothing taken in"
               GOBACK
           END-IF.
           OPEN EXTEND F-GIFT-STATUS-FILE.
           IF WS-GIFT-STATUS-STATUS = "35"
               OPEN OUTPUT F-GIFT-STATUS-FILE
           END-IF.
           IF WS-GIFT-STATUS-STATUS NOT = "00"
               DISPLAY "WARNING: gift-order-status.dat FILE STATUS "
                   WS-GIFT-STATUS-STATUS ", nothing taken in"
               CLOSE F-GIFT-ACK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GIFT-ACK-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-ACK
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-ACK-FILE.
           CLOSE F-GIFT-STATUS-FILE.
           DISPLAY "Gift acknowledgments shipped: " WS-SHIPPED-COUNT
               " backordered: " WS-BACKORDER-COUNT
               " rejected: " WS-REJECTED-COUNT.
           GOBACK.

           LOAD-GIFT-ORDERS SECTION.
           SET ORDER-IDX TO 0.
           OPEN INPUT F-GIFT-ORDER-FILE.
           IF WS-GIFT-ORDER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-GIFT-ORDER-FILE
                       NOT AT END
                           IF ORDER-IDX < 99999
                               ADD 1 TO ORDER-IDX
                               MOVE GIFT-CARD-ID
                                   TO WS-ORDER-CARD-ID(ORDER-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GIFT-ORDER-FILE
           END-IF.
           MOVE ORDER-IDX TO WS-ORDER-COUNT.

           TAKE-ONE-ACK SECTION.
           MOVE SPACES TO WS-EXC-REASON.
           IF GACK-CARD-ID IS NOT NUMERIC
               MOVE "gift ack card ID not numeric" TO WS-EXC-REASON
           ELSE
               MOVE GACK-CARD-ID TO WS-ACK-CARD-NUM
               MOVE 0 TO WS-ORDER-FOUND
               PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                       OR WS-ORDER-FOUND = 1
                   IF WS-ORDER-CARD-ID(WS-ORDER-IDX) = WS-ACK-CARD-NUM
                       MOVE 1 TO WS-ORDER-FOUND
                   END-IF
               END-PERFORM
               IF WS-ORDER-FOUND = 0
                   MOVE "gift ack for a gift never ordered"
                       TO WS-EXC-REASON
               END-IF
           END-IF.
           IF WS-EXC-REASON = SPACES AND
              GACK-STATUS NOT = "SHIPPED" AND
              GACK-STATUS NOT = "BACKORDER"
               MOVE "gift ack status not SHIPPED/BACKORDER"
                   TO WS-EXC-REASON
           END-IF.
           IF WS-EXC-REASON = SPACES AND
              (GACK-SHIP-DATE(5:1) NOT = "-" OR
               GACK-SHIP-DATE(8:1) NOT = "-")
               MOVE "gift ack ship date not YYYY-MM-DD"
                   TO WS-EXC-REASON
           END-IF.
           IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-EXC-ORIGINAL
               MOVE GIFT-ACK-RECORD TO WS-EXC-ORIGINAL
               CALL "exception-writer" USING WS-EXC-PROGRAM
                   WS-EXC-REASON WS-EXC-ORIGINAL
               EXIT SECTION
           END-IF.
           MOVE WS-ACK-CARD-NUM TO GSTAT-CARD-ID.
           MOVE GACK-STATUS TO GSTAT-STATUS.
           MOVE GACK-DATE TO GSTAT-ACK-DATE.
           MOVE GACK-SHIP-DATE TO GSTAT-SHIP-DATE.
           MOVE GACK-TRACKING TO GSTAT-TRACKING.
           MOVE WS-RUN-DATE TO GSTAT-RECEIVED-DATE.
           WRITE GIFT-STATUS-RECORD.
           IF GACK-STATUS = "SHIPPED"
               ADD 1 TO WS-SHIPPED-COUNT
           ELSE
               ADD 1 TO WS-BACKORDER-COUNT
           END-IF.
