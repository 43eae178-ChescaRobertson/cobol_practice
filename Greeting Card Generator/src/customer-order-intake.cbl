      * Takes the card orders customers place for a friend or
      * relative. Each accepted order gets an order number from the
      * ORDER-ID sequence, waits in customer-orders.dat for its send
      * date, and raises one charge row for billing at the CUST-ORDER
      * price on card-rates.dat. The nightly pass sends an order once
      * its day comes; customer-order-status shows where it is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-order-intake.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ORDER-IN-FILE ASSIGN TO "customer-orders-in.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDER-IN-STATUS.
               SELECT F-ORDER-FILE ASSIGN TO "customer-orders.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDER-STATUS.
               SELECT F-CHARGE-FILE
                 ASSIGN TO "customer-order-charges.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHARGE-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "card-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
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
       DATA DIVISION.
           FILE SECTION.
           FD F-ORDER-IN-FILE.
      * One order a line as the web shop and the call centre key
      * them; the address is laid out like PERSON-ADDRESS
           01 ORDER-IN-RECORD.
               05 ORDIN-PERSON-ID PIC X(10).                            * The ordering customer, who is billed
               05 ORDIN-RECIPIENT-NAME PIC X(40).
               05 ORDIN-RECIPIENT-ADDRESS PIC X(100).
               05 ORDIN-OCCASION PIC X(12).                             * BIRTHDAY, ANNIVERSARY, ... keys the template
               05 ORDIN-SEND-DATE PIC X(10).
               05 ORDIN-MESSAGE PIC X(120).
           FD F-ORDER-FILE.
      * Every accepted order, never rewritten; what became of each
      * is on customer-order-sent.dat
           01 ORDER-RECORD.
               05 ORDER-ID PIC 9(9).
               05 ORDER-PERSON-ID PIC X(10).
               05 ORDER-PLACED-DATE PIC X(10).
               05 ORDER-RECIPIENT-NAME PIC X(40).
               05 ORDER-RECIPIENT-ADDRESS PIC X(100).
               05 ORDER-OCCASION PIC X(12).
               05 ORDER-SEND-DATE PIC X(10).
               05 ORDER-MESSAGE PIC X(120).
           FD F-CHARGE-FILE.                                              * Billing's feed: one charge per accepted order
           01 CHARGE-RECORD.
               05 CHARGE-ORDER-ID PIC 9(9).
               05 CHARGE-PERSON-ID PIC X(10).
               05 CHARGE-DATE PIC X(10).
               05 CHARGE-AMOUNT PIC 9(5)V99.
           FD F-RATES-FILE.
      * Finance's rate table: cost per card by campaign and channel,
      * with an effective date so postage hikes take over on the day
           01 RATE-RECORD.
               05 RATE-CAMPAIGN PIC X(12).
               05 RATE-CHANNEL PIC X(5).
               05 RATE-EFFECTIVE-DATE PIC X(10).
               05 RATE-COST PIC X(8).
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           WORKING-STORAGE SECTION.
           01 WS-ORDER-IN-STATUS PIC XX.
           01 WS-ORDER-STATUS PIC XX.
           01 WS-CHARGE-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-ROW-VALID PIC X.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-ORDER-SEQUENCE-NAME PIC X(20) VALUE "ORDER-ID".
           01 WS-NEW-ORDER-ID UNSIGNED-INT.
           01 WS-ORDER-PRICE PIC 9(5)V99 VALUE 0.
           01 WS-RATE-BEST-DATE PIC X(10) VALUE SPACES.
           01 WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 WS-DATE-DIGITS PIC 9(8).

       PROCEDURE DIVISION.

           MOVE "CHECK" TO WS-LOCK-ACTION.                              * The nightly pass reads the order file mid-run
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, intake not "
                   "started - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-ORDER-PRICE.
           IF WS-RATE-BEST-DATE = SPACES                                * Nothing is taken that billing could not charge
               DISPLAY "WARNING: no CUST-ORDER MAIL rate in effect on "
                   "card-rates.dat, nothing taken"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-ORDER-IN-FILE.
           IF WS-ORDER-IN-STATUS NOT = "00"
               DISPLAY "WARNING: customer-orders-in.dat FILE STATUS "
                   WS-ORDER-IN-STATUS ", nothing taken"
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", nothing taken"
               CLOSE F-ORDER-IN-FILE
               GOBACK
           END-IF.
           OPEN EXTEND F-ORDER-FILE.
           IF WS-ORDER-STATUS = "35"
               OPEN OUTPUT F-ORDER-FILE
           END-IF.
           OPEN EXTEND F-CHARGE-FILE.
           IF WS-CHARGE-STATUS = "35"
               OPEN OUTPUT F-CHARGE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ORDER-IN-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-ORDER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CHARGE-FILE.
           CLOSE F-ORDER-FILE.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-ORDER-IN-FILE.
           DISPLAY "Orders taken: " WS-ACCEPTED-COUNT
               " rejected: " WS-REJECTED-COUNT
               " at " WS-ORDER-PRICE " each".
           GOBACK.

      * The CUST-ORDER price in effect today, the latest row not
      * dated after it
           LOAD-ORDER-PRICE SECTION.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RATES-FILE
                   NOT AT END
                       IF RATE-CAMPAIGN = "CUST-ORDER" AND
                          RATE-CHANNEL = "MAIL" AND
                          RATE-EFFECTIVE-DATE <= WS-RUN-DATE AND
                          (WS-RATE-BEST-DATE = SPACES OR
                           RATE-EFFECTIVE-DATE > WS-RATE-BEST-DATE)
                           MOVE RATE-EFFECTIVE-DATE
                               TO WS-RATE-BEST-DATE
                           MOVE FUNCTION NUMVAL(RATE-COST)
                               TO WS-ORDER-PRICE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RATES-FILE.

           TAKE-ONE-ORDER SECTION.
           PERFORM VALIDATE-ORDER-ROW.
           IF WS-ROW-VALID = 'N'
               ADD 1 TO WS-REJECTED-COUNT
               EXIT SECTION
           END-IF.
           CALL "next-sequence" USING WS-ORDER-SEQUENCE-NAME,
               WS-NEW-ORDER-ID.
           MOVE WS-NEW-ORDER-ID TO ORDER-ID.
           MOVE ORDIN-PERSON-ID TO ORDER-PERSON-ID.
           MOVE WS-RUN-DATE TO ORDER-PLACED-DATE.
           MOVE ORDIN-RECIPIENT-NAME TO ORDER-RECIPIENT-NAME.
           MOVE ORDIN-RECIPIENT-ADDRESS TO ORDER-RECIPIENT-ADDRESS.
           MOVE FUNCTION UPPER-CASE(ORDIN-OCCASION) TO ORDER-OCCASION.
           MOVE ORDIN-SEND-DATE TO ORDER-SEND-DATE.
           MOVE ORDIN-MESSAGE TO ORDER-MESSAGE.
           WRITE ORDER-RECORD.
           MOVE ORDER-ID TO CHARGE-ORDER-ID.
           MOVE ORDER-PERSON-ID TO CHARGE-PERSON-ID.
           MOVE WS-RUN-DATE TO CHARGE-DATE.
           MOVE WS-ORDER-PRICE TO CHARGE-AMOUNT.
           WRITE CHARGE-RECORD.
           ADD 1 TO WS-ACCEPTED-COUNT.
           DISPLAY "Order " ORDER-ID " for " ORDER-PERSON-ID
               " to send " ORDER-SEND-DATE.

           VALIDATE-ORDER-ROW SECTION.
           MOVE 'Y' TO WS-ROW-VALID.
           IF ORDIN-RECIPIENT-NAME = SPACES OR
              ORDIN-RECIPIENT-ADDRESS(1:40) = SPACES
               DISPLAY "Order without a recipient name or street "
                   "skipped for " ORDIN-PERSON-ID
               MOVE 'N' TO WS-ROW-VALID
               EXIT SECTION
           END-IF.
           IF ORDIN-OCCASION = SPACES
               DISPLAY "Order without an occasion skipped for "
                   ORDIN-PERSON-ID
               MOVE 'N' TO WS-ROW-VALID
               EXIT SECTION
           END-IF.
           IF ORDIN-SEND-DATE(5:1) NOT = "-" OR
              ORDIN-SEND-DATE(8:1) NOT = "-" OR
              ORDIN-SEND-DATE(1:4) IS NOT NUMERIC OR
              ORDIN-SEND-DATE(6:2) IS NOT NUMERIC OR
              ORDIN-SEND-DATE(9:2) IS NOT NUMERIC
               DISPLAY "Malformed send date skipped: "
                   ORDIN-SEND-DATE " for " ORDIN-PERSON-ID
               MOVE 'N' TO WS-ROW-VALID
               EXIT SECTION
           END-IF.
           MOVE ORDIN-SEND-DATE(1:4) TO WS-DATE-DIGITS(1:4).
           MOVE ORDIN-SEND-DATE(6:2) TO WS-DATE-DIGITS(5:2).
           MOVE ORDIN-SEND-DATE(9:2) TO WS-DATE-DIGITS(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DIGITS) NOT = 0
               DISPLAY "Impossible send date skipped: "
                   ORDIN-SEND-DATE " for " ORDIN-PERSON-ID
               MOVE 'N' TO WS-ROW-VALID
               EXIT SECTION
           END-IF.
           IF ORDIN-SEND-DATE < WS-RUN-DATE
               DISPLAY "Send date already past skipped: "
                   ORDIN-SEND-DATE " for " ORDIN-PERSON-ID
               MOVE 'N' TO WS-ROW-VALID
               EXIT SECTION
           END-IF.
           MOVE ORDIN-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "Unknown customer ID skipped: "
                       ORDIN-PERSON-ID
                   MOVE 'N' TO WS-ROW-VALID
                   EXIT SECTION
           END-READ.
           IF PERSON-STATUS NOT = "ACTIVE"
               DISPLAY "Order from a customer not ACTIVE skipped: "
                   ORDIN-PERSON-ID
               MOVE 'N' TO WS-ROW-VALID
           END-IF.
