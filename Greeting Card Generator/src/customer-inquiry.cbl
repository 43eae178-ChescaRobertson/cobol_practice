                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-TAX-DEADLINES-FILE ASSIGN TO "tax-deadlines.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-PROVENANCE-FILE
                 ASSIGN TO "card-provenance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PROV-CARD-ID
                 ALTERNATE RECORD KEY IS PROV-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-PROVENANCE-STATUS.
               SELECT F-REGION-MASTER-FILE ASSIGN TO
                 "region-master.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
               SELECT F-CARD-SCAN-FILE ASSIGN TO "card-scan.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CARD-SCAN-STATUS.
               SELECT F-VOUCHER-FILE ASSIGN TO "voucher-pool.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOUCHER-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.                                            * File description for customers file
           01 TAX-DEADLINE-RECORD.
               05 TAX-DEADLINE-YEAR PIC 9(4).
               05 TAX-DEADLINE-MON-DAY PIC X(5).
               05 TAX-DEADLINE-STATE PIC X(20).                         * Blank for the nationwide deadline
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-PROVENANCE-FILE.                                          * Where each card came from, keyed like card-history.dat
           01 CARD-PROVENANCE.
               05 PROV-CARD-ID PIC 9(9).
               05 PROV-PERSON-ID PIC X(10).
               05 PROV-RUN-DATE PIC X(10).
               05 PROV-STEP PIC X(20).
               05 PROV-TEMPLATE-KEY PIC X(20).
               05 PROV-TEMPLATE-LANGUAGE PIC X(2).
               05 PROV-TEMPLATE-BRAND PIC X(8).
               05 PROV-VARIANT PIC X(2).
               05 PROV-CHECKSUMS.
                   10 PROV-CHECKSUM PIC 9(12) OCCURS 7 TIMES.
               05 PROV-RUN-CONTROL PIC X(400).
               05 PROV-TEMPLATE-VERSION PIC 9(3).
           FD F-REGION-MASTER-FILE.
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-BRAND-MASTER-FILE.
           01 BRAND-MASTER-RECORD.
               05 BRAND-MASTER-NAME PIC X(8).
               05 CARD-SCAN-CHANNEL PIC X(5).
               05 CARD-SCAN-GREETING PIC X(200).
               05 CARD-SCAN-TRAILER PIC X(95).
           FD F-VOUCHER-FILE.                                              * Finance's gift-voucher pool, read for the codes issued
           01 VOUCHER-RECORD.
               05 VOUCHER-CODE PIC X(16).
               05 VOUCHER-STATE PIC X(6).
               05 VOUCHER-PERSON-ID PIC X(10).
               05 VOUCHER-ISSUE-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-TAX-DEADLINES-STATUS PIC XX.
           01 WS-SEARCH-EMAIL PIC X(60).
           01 WS-SEARCH-NAME PIC X(40).
           01 WS-CUSTOMER-FOUND PIC X VALUE 'N'.
           01 WS-ACCESS-PROGRAM-NAME PIC X(20) VALUE "customer-inquiry".
           01 WS-ACCESS-KEY PIC X(60).
           01 WS-ACCESS-PERSON-ID PIC X(10) VALUE SPACES.
           01 WS-ACCESS-RETURNED PIC 9(6) VALUE 0.                      * Customers whose details reached the screen
           01 WS-ACCESS-REASON PIC X(8).
           01 WS-MASK-FIELD-NAME PIC X(12).
           01 WS-MASK-VALUE PIC X(60).                                  * A customer field as this operator's role may see it
           01 WS-VOUCHER-STATUS PIC XX.
           01 WS-VOUCHER-COUNT PIC 9(4) VALUE 0.
           01 WS-PHON-IN PIC X(40).
           01 WS-PHON-CODE PIC X(4).
           01 WS-PHON-GIVEN-CODE PIC X(4).
           01 WS-ELIG-BIRTHDAY-MONTH PIC 99.
           01 WS-ELIG-BIRTHDAY-DAY PIC 99.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-PROVENANCE-STATUS PIC XX.
           01 WS-CARD-SCAN-STATUS PIC XX.
           01 WS-FILE-IS-ENDED-2 PIC 9.
           01 WS-HISTORY-COUNT PIC 9(6) VALUE 0.

           DISPLAY "Customer ID, name, or email: ".
           ACCEPT WS-SEARCH-INPUT.
           DISPLAY "Reason code for this look-up: ".
           ACCEPT WS-ACCESS-REASON.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
               PERFORM FIND-NEXT-TAX-DEADLINE
               PERFORM REPORT-CUSTOMER
               PERFORM REPORT-SEND-HISTORY
               PERFORM REPORT-VOUCHERS
               MOVE PERSON-ID TO WS-ACCESS-PERSON-ID
               ADD 1 TO WS-ACCESS-RETURNED
           END-IF.
           MOVE WS-SEARCH-INPUT TO WS-ACCESS-KEY.
           CALL "customer-access-writer" USING WS-ACCESS-PROGRAM-NAME,
               WS-ACCESS-KEY, WS-ACCESS-PERSON-ID, WS-ACCESS-RETURNED,
               WS-ACCESS-REASON.
           GOBACK.

      * Callers rarely know their ID: an input with an @ searches the
           PERFORM UNTIL WS-SCAN-DONE = 1
               IF PERSON-NAME = WS-SEARCH-NAME
                   ADD 1 TO WS-MATCH-COUNT
                   ADD 1 TO WS-ACCESS-RETURNED
                   MOVE PERSON-BIRTHDAY TO WS-MASK-VALUE
                   PERFORM MASK-BIRTH-YEAR
                   DISPLAY "  " PERSON-ID " " PERSON-NAME " born "
                       WS-MASK-VALUE(1:10)
                   READ F-CUSTOMERS-FILE NEXT
                       AT END
                           MOVE 1 TO WS-SCAN-DONE
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CAND-RANK-VAL(WS-CAND-IDX) = WS-CAND-RANK
                   ADD 1 TO WS-ACCESS-RETURNED
                   MOVE WS-CAND-BIRTHDAY(WS-CAND-IDX) TO WS-MASK-VALUE
                   PERFORM MASK-BIRTH-YEAR
                   DISPLAY "  " WS-CAND-ID(WS-CAND-IDX) " "
                       WS-CAND-NAME(WS-CAND-IDX) " born "
                       WS-MASK-VALUE(1:10)
               END-IF
           END-PERFORM.

           END-IF.

           CONSIDER-TAX-DEADLINE SECTION.                                 * Keeps the earliest deadline that hasn't passed yet
           IF TAX-DEADLINE-STATE NOT = SPACES AND
              TAX-DEADLINE-STATE NOT = PERSON-STATE                     * Another state's deadline is no concern of this customer
               EXIT SECTION
           END-IF.
           IF (TAX-DEADLINE-YEAR > WS-TODAY-YEAR) OR
              (TAX-DEADLINE-YEAR = WS-TODAY-YEAR AND
               TAX-DEADLINE-MON-DAY >= WS-TODAY)

           REPORT-CUSTOMER SECTION.                                       * Prints the combined birthday/job/tax/werewolf summary
           DISPLAY "Name: " PERSON-NAME.
           MOVE PERSON-BIRTHDAY TO WS-MASK-VALUE.
           PERFORM MASK-BIRTH-YEAR.
           DISPLAY "Birthday: " WS-MASK-VALUE(1:10).
           DISPLAY "Job Title: " PERSON-JOB-TITLE.
           MOVE "EMAIL" TO WS-MASK-FIELD-NAME.
           MOVE PERSON-EMAIL TO WS-MASK-VALUE.
           CALL "field-masker" USING WS-MASK-FIELD-NAME, WS-MASK-VALUE.
           DISPLAY "Email: " WS-MASK-VALUE.
           MOVE "STREET" TO WS-MASK-FIELD-NAME.
           MOVE PERSON-STREET TO WS-MASK-VALUE.
           CALL "field-masker" USING WS-MASK-FIELD-NAME, WS-MASK-VALUE.
           DISPLAY "Street: " WS-MASK-VALUE(1:40).
           DISPLAY "City: " FUNCTION TRIM(PERSON-CITY) " "
               FUNCTION TRIM(PERSON-STATE) " " PERSON-POSTAL-CODE.
           MOVE IS-A-WEREWOLF(PERSON-BIRTHDAY) TO WS-WEREWOLF-RESULT.
           DISPLAY "Werewolf: " WS-WEREWOLF-RESULT.
           IF WS-DEADLINE-FOUND = 'Y'
           END-IF.

      * Everything we have on record as sent to this customer: the
      * card-history master gives campaign, date and channel, with
      * the provenance master saying what made each card; the live
      * card files and every year's archives give the greeting text
      * as it went out
           REPORT-SEND-HISTORY SECTION.
           DISPLAY "Cards on record:".
           MOVE 0 TO WS-HISTORY-COUNT.
           OPEN INPUT F-PROVENANCE-FILE.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED-2
                               DISPLAY "  " HIST-RUN-DATE " "
                                   HIST-CAMPAIGN " " HIST-CHANNEL
                                   " card " HIST-CARD-ID
                               PERFORM REPORT-CARD-PROVENANCE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED-2
               DISPLAY "  (card-history.dat unavailable, FILE "
                   "STATUS " WS-CARD-HISTORY-STATUS ")"
           END-IF.
           IF WS-PROVENANCE-STATUS = "00"
               CLOSE F-PROVENANCE-FILE
           END-IF.
           DISPLAY "  " WS-HISTORY-COUNT " cards in the history "
               "master".
           MOVE 0 TO WS-GREETING-COUNT.
           DISPLAY "  " WS-GREETING-COUNT " card greetings found in "
               "the card files".

      * Milestone vouchers finance's pool has issued to the customer,
      * the codes masked to the operator's role like the contact
      * fields above
           REPORT-VOUCHERS SECTION.
           DISPLAY "Vouchers issued:".
           MOVE 0 TO WS-VOUCHER-COUNT.
           OPEN INPUT F-VOUCHER-FILE.
           IF WS-VOUCHER-STATUS NOT = "00"
               DISPLAY "  (voucher-pool.dat unavailable, FILE STATUS "
                   WS-VOUCHER-STATUS ")"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED-2.
           PERFORM UNTIL WS-FILE-IS-ENDED-2 = 1
               READ F-VOUCHER-FILE
                   NOT AT END
                       IF VOUCHER-PERSON-ID = PERSON-ID
                           ADD 1 TO WS-VOUCHER-COUNT
                           MOVE "VOUCHER" TO WS-MASK-FIELD-NAME
                           MOVE VOUCHER-CODE TO WS-MASK-VALUE
                           CALL "field-masker" USING
                               WS-MASK-FIELD-NAME, WS-MASK-VALUE
                           DISPLAY "  " VOUCHER-ISSUE-DATE " "
                               WS-MASK-VALUE(1:16) " " VOUCHER-STATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED-2
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHER-FILE.
           DISPLAY "  " WS-VOUCHER-COUNT " vouchers issued".

           MASK-BIRTH-YEAR SECTION.
           MOVE "BIRTH-YEAR" TO WS-MASK-FIELD-NAME.
           CALL "field-masker" USING WS-MASK-FIELD-NAME, WS-MASK-VALUE.

      * Cards written before provenance was kept have no record
           REPORT-CARD-PROVENANCE SECTION.
           IF WS-PROVENANCE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE HIST-CARD-ID TO PROV-CARD-ID.
           READ F-PROVENANCE-FILE
               INVALID KEY
                   DISPLAY "      no provenance on file"
                   EXIT SECTION
           END-READ.
           IF PROV-TEMPLATE-KEY = SPACES
               DISPLAY "      written by " PROV-STEP
                   " template (none) variant " PROV-VARIANT
           ELSE
               DISPLAY "      written by " PROV-STEP
                   " template " FUNCTION TRIM(PROV-TEMPLATE-KEY)
                   "/" PROV-TEMPLATE-LANGUAGE "/" PROV-TEMPLATE-BRAND
                   " version " PROV-TEMPLATE-VERSION
                   " variant " PROV-VARIANT
           END-IF.
           DISPLAY "      control sums " PROV-CHECKSUM(1) " "
               PROV-CHECKSUM(2) " " PROV-CHECKSUM(3) " "
               PROV-CHECKSUM(4).
           DISPLAY "                   " PROV-CHECKSUM(5) " "
               PROV-CHECKSUM(6) " " PROV-CHECKSUM(7).
           DISPLAY "      run control "
               FUNCTION TRIM(PROV-RUN-CONTROL TRAILING).

           SCAN-ONE-LIVE-FILE SECTION.
           MOVE WS-CARD-FILE-NAME(WS-SCAN-FILE-IDX) TO WS-SCAN-TARGET.
           PERFORM SCAN-TARGET-CARD-FILE.
