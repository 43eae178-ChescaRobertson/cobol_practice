      * Works the vouchers voucher-fraud-screen held back from the
      * milestone and referral cards. Each waiting case is shown with
      * the signals that tripped it and approved, rejected or left for
      * later. An approved case takes the next open code from the
      * pool and sends it to the customer on a card of its own through
      * the occasion pending queue; a rejected case never gets a code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fraud-review.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-REVIEW-FILE ASSIGN TO "fraud-review.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REVIEW-STATUS.
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
               SELECT F-VOUCHER-FILE ASSIGN TO "voucher-pool.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT F-THANKS-FILE
                 ASSIGN TO "pending-occasion-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-THANKS-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-REVIEW-FILE.
      * Vouchers held back by voucher-fraud-screen, decided here;
      * decided rows stay on file as the record of who released what
           01 REVIEW-RECORD.
               05 REVIEW-FLAG-DATE PIC X(10).
               05 REVIEW-PERSON-ID PIC X(10).
               05 REVIEW-KIND PIC X(10).                                * MILESTONE or REFERRAL
               05 REVIEW-PROGRAM PIC X(20).
               05 REVIEW-STATE PIC X(8).                                * PENDING, APPROVED or REJECTED
               05 REVIEW-REASONS PIC X(60).
               05 REVIEW-DECIDED-DATE PIC X(10).
               05 REVIEW-DECIDED-BY PIC X(8).
               05 REVIEW-VOUCHER PIC X(16).
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-VOUCHER-FILE.                                             * Finance's gift-voucher pool; codes must never re-issue
           01 VOUCHER-RECORD.
               05 VOUCHER-CODE PIC X(16).
               05 VOUCHER-STATE PIC X(6).
               05 VOUCHER-PERSON-ID PIC X(10).
               05 VOUCHER-ISSUE-DATE PIC X(10).
           FD F-THANKS-FILE.                                              * Released vouchers ride the occasion pending queue
           01 THANKS-PERSON.
               05 THANKS-NAME PIC X(40).
               05 THANKS-ADDRESS PIC X(100).
               05 THANKS-EMAIL PIC X(60).
               05 THANKS-CHANNEL PIC X(5).
               05 THANKS-GREETING PIC X(200).
               05 THANKS-CARD-ID PIC 9(9).
               05 THANKS-CARD-REGION PIC X(20).
               05 THANKS-CARD-BRAND PIC X(8).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
               05 HIST-DESIGN-CODE PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-REVIEW-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-VOUCHER-STATUS PIC XX.
           01 WS-THANKS-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-ANSWER PIC X.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-QUEUE-LOCK-NAME PIC X(40) VALUE "fraud-review.lck".
           01 WS-QUEUE-LOCK-HOLDER PIC X(20) VALUE "fraud-review".
           01 WS-AUTH-PROGRAM PIC X(20) VALUE "fraud-review".
           01 WS-AUTH-ACTION PIC X(8) VALUE "REVIEW".
           01 WS-AUTH-OPERATOR PIC X(8).
           01 WS-AUTH-ALLOWED PIC X.
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".
           01 WS-PROV-PROGRAM-NAME PIC X(20) VALUE "fraud-review".
           01 WS-PROV-NO-TEMPLATE.                                      * Fixed wording: no greeting-templates.dat row applies
               05 WS-PROV-TEMPLATE-KEY PIC X(20) VALUE SPACES.
               05 WS-PROV-TEMPLATE-LANGUAGE PIC X(2) VALUE SPACES.
               05 WS-PROV-TEMPLATE-BRAND PIC X(8) VALUE SPACES.
               05 WS-PROV-TEMPLATE-VERSION PIC 9(3) VALUE 0.
           01 WS-NEW-CARD-ID UNSIGNED-INT.
           01 WS-GREET-NAME PIC X(40).
           01 WS-POOL-DIRTY PIC X VALUE 'N'.
           01 WS-APPROVED-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 WS-LEFT-COUNT PIC 9(6) VALUE 0.
           01 WS-CASE-IDX PIC 9(5) COMP.
           01 WS-CASE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CASES-LOADED PIC 9(5) COMP VALUE 0.                    * Rows on file when the session started
           01 WS-FILE-ROW PIC 9(5) COMP.
           01 WS-CASES-TRUNCATED PIC X VALUE 'N'.                       * 'Y' when the file outgrew the table
           01 WS-CASES.                                                 * The whole file, rewritten once decisions are made
              05 WS-CASE-ROW OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-CASE-COUNT
                  INDEXED BY CASE-IDX.
                      10 WS-CASE-LINE PIC X(152).
                      10 WS-CASE-DECIDED PIC X.                         * 'Y' once decided in this session
           01 WS-VOUCHER-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-POOL-TRUNCATED PIC X VALUE 'N'.                        * 'Y' when the pool outgrew the table
           01 WS-VOUCHER-IDX PIC 9(4) COMP.
           01 WS-VOUCHER-FOUND PIC 9.
           01 WS-VOUCHER-SLOT PIC 9(4) COMP.
           01 WS-VOUCHER-POOL.
              05 WS-VOUCHER OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-VOUCHER-COUNT
                  INDEXED BY VOUCHER-IDX.
                      10 WS-VOUCHER-CODE PIC X(16).
                      10 WS-VOUCHER-STATE PIC X(6).
                      10 WS-VOUCHER-PERSON PIC X(10).
                      10 WS-VOUCHER-DATE PIC X(10).

       PROCEDURE DIVISION.

           CALL "operator-auth" USING WS-AUTH-PROGRAM,
               WS-AUTH-ACTION, WS-AUTH-OPERATOR, WS-AUTH-ALLOWED.
           IF WS-AUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CHECK" TO WS-LOCK-ACTION.                              * The nightly pass owns the pool and queues while locked
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, fraud review not "
                   "started - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-REVIEW-CASES.
           IF WS-CASES-TRUNCATED = 'Y'                                  * A release that could not be saved back would
               DISPLAY "WARNING: fraud-review.dat over 20000 rows, "    * issue a code with no record of who released it
                   "nothing decided - archive decided cases first"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CASE-COUNT = 0
               DISPLAY "No vouchers on file for fraud review"
               GOBACK
           END-IF.
           PERFORM LOAD-VOUCHER-POOL.
           IF WS-POOL-TRUNCATED = 'Y'                                   * A pool rewritten from part of the file loses codes
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", nothing decided"
               GOBACK
           END-IF.
           OPEN I-O F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", nothing decided"
               CLOSE F-CUSTOMERS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-THANKS-FILE.
           IF WS-THANKS-STATUS = "35"
               OPEN OUTPUT F-THANKS-FILE
           END-IF.
           PERFORM DECIDE-ONE-CASE
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT.
           CLOSE F-THANKS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-POOL-DIRTY = 'Y'
               PERFORM SAVE-VOUCHER-POOL
           END-IF.
           IF WS-APPROVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               PERFORM SAVE-REVIEW-CASES
           END-IF.
           DISPLAY "Released: " WS-APPROVED-COUNT
               " Rejected: " WS-REJECTED-COUNT
               " Still waiting: " WS-LEFT-COUNT.
           GOBACK.

           LOAD-REVIEW-CASES SECTION.
           MOVE 0 TO WS-CASE-COUNT.
           OPEN INPUT F-REVIEW-FILE.
           IF WS-REVIEW-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REVIEW-FILE
                   NOT AT END
                       IF WS-CASE-COUNT < 20000
                           ADD 1 TO WS-CASE-COUNT
                           MOVE REVIEW-RECORD
                               TO WS-CASE-LINE(WS-CASE-COUNT)
                           MOVE 'N' TO WS-CASE-DECIDED(WS-CASE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-CASES-TRUNCATED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REVIEW-FILE.
           MOVE WS-CASE-COUNT TO WS-CASES-LOADED.

           LOAD-VOUCHER-POOL SECTION.
           SET VOUCHER-IDX TO 0.
           MOVE 'N' TO WS-POOL-TRUNCATED.
           OPEN INPUT F-VOUCHER-FILE.
           IF WS-VOUCHER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VOUCHER-FILE
                       NOT AT END
                           IF VOUCHER-IDX < 9999
                               ADD 1 TO VOUCHER-IDX
                               MOVE VOUCHER-CODE
                                   TO WS-VOUCHER-CODE(VOUCHER-IDX)
                               MOVE VOUCHER-STATE
                                   TO WS-VOUCHER-STATE(VOUCHER-IDX)
                               MOVE VOUCHER-PERSON-ID
                                   TO WS-VOUCHER-PERSON(VOUCHER-IDX)
                               MOVE VOUCHER-ISSUE-DATE
                                   TO WS-VOUCHER-DATE(VOUCHER-IDX)
                           ELSE
                               MOVE 'Y' TO WS-POOL-TRUNCATED
                               MOVE 1 TO WS-FILE-IS-ENDED
                               DISPLAY "WARNING: voucher-pool.dat "
                                   "over 9999 rows, nothing decided - "
                                   "archive redeemed vouchers first"
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VOUCHER-FILE
           END-IF.
           MOVE VOUCHER-IDX TO WS-VOUCHER-COUNT.

      * Shows one waiting case with the signals that held it and
      * takes the decision
           DECIDE-ONE-CASE SECTION.
           MOVE WS-CASE-LINE(WS-CASE-IDX) TO REVIEW-RECORD.
           IF REVIEW-STATE NOT = "PENDING"
               EXIT SECTION
           END-IF.
           DISPLAY " ".
           DISPLAY FUNCTION TRIM(REVIEW-KIND) " voucher for customer "
               REVIEW-PERSON-ID " held by "
               FUNCTION TRIM(REVIEW-PROGRAM) " on " REVIEW-FLAG-DATE.
           DISPLAY "  Signals: " REVIEW-REASONS.
           MOVE REVIEW-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "  Customer no longer on file - rejected"
                   PERFORM RECORD-REJECTION
                   EXIT SECTION
           END-READ.
           DISPLAY "  Name:    " PERSON-NAME.
           DISPLAY "  Address: " FUNCTION TRIM(PERSON-STREET) ", "
               FUNCTION TRIM(PERSON-CITY) " "
               FUNCTION TRIM(PERSON-STATE) " " PERSON-POSTAL-CODE.
           DISPLAY "  Email:   " PERSON-EMAIL.
           DISPLAY "Release, reject or leave for later (A/R/L): ".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN 'A'
               WHEN 'a'
                   PERFORM RELEASE-VOUCHER
               WHEN 'R'
               WHEN 'r'
                   PERFORM RECORD-REJECTION
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

      * Issues the next open code and sends it on a card of its own;
      * an empty pool leaves the case waiting for the next refill
           RELEASE-VOUCHER SECTION.
           MOVE 0 TO WS-VOUCHER-FOUND.
           PERFORM VARYING WS-VOUCHER-IDX FROM 1 BY 1
               UNTIL WS-VOUCHER-IDX > WS-VOUCHER-COUNT
                   OR WS-VOUCHER-FOUND = 1
               IF WS-VOUCHER-STATE(WS-VOUCHER-IDX) = "OPEN"
                   MOVE 1 TO WS-VOUCHER-FOUND
                   MOVE WS-VOUCHER-IDX TO WS-VOUCHER-SLOT
               END-IF
           END-PERFORM.
           IF WS-VOUCHER-FOUND = 0
               DISPLAY "  WARNING: voucher pool exhausted, case left "
                   "waiting"
               ADD 1 TO WS-LEFT-COUNT
               EXIT SECTION
           END-IF.
           MOVE "ISSUED" TO WS-VOUCHER-STATE(WS-VOUCHER-SLOT).
           MOVE PERSON-ID TO WS-VOUCHER-PERSON(WS-VOUCHER-SLOT).
           MOVE WS-RUN-DATE TO WS-VOUCHER-DATE(WS-VOUCHER-SLOT).
           MOVE 'Y' TO WS-POOL-DIRTY.

           MOVE SPACES TO THANKS-PERSON.
           MOVE PERSON-NAME TO THANKS-NAME.
           MOVE PERSON-ADDRESS TO THANKS-ADDRESS.
           MOVE PERSON-EMAIL TO THANKS-EMAIL.
           MOVE PERSON-CONTACT-CHANNEL TO THANKS-CHANNEL.
           IF PERSON-PREFERRED-NAME NOT = SPACES
               MOVE PERSON-PREFERRED-NAME TO WS-GREET-NAME
           ELSE
               MOVE PERSON-NAME TO WS-GREET-NAME
           END-IF.
           STRING "Thank you for your patience, "
                  FUNCTION TRIM(WS-GREET-NAME TRAILING)
                  "! Your voucher: " WS-VOUCHER-CODE(WS-VOUCHER-SLOT)
               INTO THANKS-GREETING
           END-STRING.
           CALL "next-sequence" USING WS-CARD-SEQUENCE-NAME,
               WS-NEW-CARD-ID.
           MOVE WS-NEW-CARD-ID TO THANKS-CARD-ID.
           MOVE PERSON-REGION TO THANKS-CARD-REGION.
           MOVE PERSON-BRAND TO THANKS-CARD-BRAND.
           WRITE THANKS-PERSON.
           MOVE WS-NEW-CARD-ID TO HIST-CARD-ID.
           MOVE PERSON-ID TO HIST-PERSON-ID.
           MOVE "VOUCHER" TO HIST-CAMPAIGN.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE PERSON-CONTACT-CHANNEL TO HIST-CHANNEL.
           MOVE SPACES TO HIST-VARIANT.
           MOVE SPACES TO HIST-DESIGN-CODE.
           WRITE CARD-HISTORY
               INVALID KEY
                   DISPLAY "WARNING: duplicate card ID in "
                       "card-history.dat: " HIST-CARD-ID
           END-WRITE.
           CALL "card-provenance-writer" USING WS-PROV-PROGRAM-NAME,
               HIST-CARD-ID, HIST-PERSON-ID, HIST-RUN-DATE,
               WS-PROV-TEMPLATE-KEY, WS-PROV-TEMPLATE-LANGUAGE,
               WS-PROV-TEMPLATE-BRAND, HIST-VARIANT,
               WS-PROV-TEMPLATE-VERSION.

           MOVE "APPROVED" TO REVIEW-STATE.
           MOVE WS-RUN-DATE TO REVIEW-DECIDED-DATE.
           MOVE WS-AUTH-OPERATOR TO REVIEW-DECIDED-BY.
           MOVE WS-VOUCHER-CODE(WS-VOUCHER-SLOT) TO REVIEW-VOUCHER.
           MOVE REVIEW-RECORD TO WS-CASE-LINE(WS-CASE-IDX).
           MOVE 'Y' TO WS-CASE-DECIDED(WS-CASE-IDX).
           DISPLAY "  Voucher " REVIEW-VOUCHER " released on card "
               WS-NEW-CARD-ID.
           ADD 1 TO WS-APPROVED-COUNT.

           RECORD-REJECTION SECTION.
           MOVE "REJECTED" TO REVIEW-STATE.
           MOVE WS-RUN-DATE TO REVIEW-DECIDED-DATE.
           MOVE WS-AUTH-OPERATOR TO REVIEW-DECIDED-BY.
           MOVE REVIEW-RECORD TO WS-CASE-LINE(WS-CASE-IDX).
           MOVE 'Y' TO WS-CASE-DECIDED(WS-CASE-IDX).
           ADD 1 TO WS-REJECTED-COUNT.

      * voucher-fraud-screen queues cases while the session waits on
      * the reviewer, so the rewrite is done under the queue lock it
      * also takes: the file is read again, cases queued since the
      * load are kept, and cases this session did not decide are
      * taken as they now stand
           SAVE-REVIEW-CASES SECTION.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION.
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "WARNING: fraud-review.dat locked, decisions "
                   "not saved"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM MERGE-CURRENT-CASES.
           IF WS-CASES-TRUNCATED = 'Y'
               DISPLAY "WARNING: fraud-review.dat over 20000 rows, "
                   "decisions not saved"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-REVIEW-CASES
           END-IF.
           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.

      * Cases keep their places in the file, since only a rewrite
      * under the lock changes it and it keeps the order
           MERGE-CURRENT-CASES SECTION.
           OPEN INPUT F-REVIEW-FILE.
           IF WS-REVIEW-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-ROW.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REVIEW-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-ROW
                       PERFORM MERGE-ONE-CASE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REVIEW-FILE.

           MERGE-ONE-CASE SECTION.
           IF WS-FILE-ROW NOT > WS-CASES-LOADED
               IF WS-CASE-DECIDED(WS-FILE-ROW) = 'N'
                   MOVE REVIEW-RECORD TO WS-CASE-LINE(WS-FILE-ROW)
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-CASE-COUNT NOT < 20000
               MOVE 'Y' TO WS-CASES-TRUNCATED
               MOVE 1 TO WS-FILE-IS-ENDED
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           MOVE REVIEW-RECORD TO WS-CASE-LINE(WS-CASE-COUNT).
           MOVE 'N' TO WS-CASE-DECIDED(WS-CASE-COUNT).

           WRITE-REVIEW-CASES SECTION.
           OPEN OUTPUT F-REVIEW-FILE.
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "WARNING: fraud-review.dat FILE STATUS "
                   WS-REVIEW-STATUS ", decisions not saved"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT
               MOVE WS-CASE-LINE(WS-CASE-IDX) TO REVIEW-RECORD
               WRITE REVIEW-RECORD
           END-PERFORM.
           CLOSE F-REVIEW-FILE.

           SAVE-VOUCHER-POOL SECTION.
           OPEN OUTPUT F-VOUCHER-FILE.
           PERFORM VARYING WS-VOUCHER-IDX FROM 1 BY 1
               UNTIL WS-VOUCHER-IDX > WS-VOUCHER-COUNT
               MOVE WS-VOUCHER-CODE(WS-VOUCHER-IDX) TO VOUCHER-CODE
               MOVE WS-VOUCHER-STATE(WS-VOUCHER-IDX) TO VOUCHER-STATE
               MOVE WS-VOUCHER-PERSON(WS-VOUCHER-IDX)
                   TO VOUCHER-PERSON-ID
               MOVE WS-VOUCHER-DATE(WS-VOUCHER-IDX)
                   TO VOUCHER-ISSUE-DATE
               WRITE VOUCHER-RECORD
           END-PERFORM.
           CLOSE F-VOUCHER-FILE.
