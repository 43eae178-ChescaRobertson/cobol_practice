      * Screens a customer before a milestone or referral voucher code
      * is issued to them. Four signals are checked, each against a
      * limit in alert-thresholds.dat: vouchers already issued to the
      * same street address or household inside the rolling window,
      * an address or email change in customer-audit.dat shortly
      * before the card, too short a gap between enrollment and the
      * card, and a referral chain that loops back to the customer.
      * Any signal returns 'F' and queues the case on fraud-review.dat
      * for fraud-review to approve or reject; the caller sends the
      * card without the voucher. A clear customer returns 'C' and is
      * counted against the address for the rest of the run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. voucher-fraud-screen.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-THRESHOLDS-FILE ASSIGN TO "alert-thresholds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-THRESHOLDS-STATUS.
               SELECT F-VOUCHER-FILE ASSIGN TO "voucher-pool.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOUSEHOLDS-STATUS.
               SELECT F-REFERRAL-LEDGER-FILE
                 ASSIGN TO "referral-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFERRAL-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "customer-audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.
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
       DATA DIVISION.
           FILE SECTION.
           FD F-THRESHOLDS-FILE.                                          * Tolerances the nightly counts are held to
           01 THRESHOLD-RECORD.
               05 THRESHOLD-KEYWORD PIC X(20).
               05 THRESHOLD-VALUE PIC X(8).
           FD F-VOUCHER-FILE.                                             * Finance's gift-voucher pool; codes must never re-issue
           01 VOUCHER-RECORD.
               05 VOUCHER-CODE PIC X(16).
               05 VOUCHER-STATE PIC X(6).
               05 VOUCHER-PERSON-ID PIC X(10).
               05 VOUCHER-ISSUE-DATE PIC X(10).
           FD F-HOUSEHOLDS-FILE.
           01 HOUSEHOLD-RECORD.
               05 HH-PERSON-ID PIC X(10).
               05 HH-HOUSEHOLD-ID PIC 9(6).
               05 HH-HEAD-FLAG PIC X.
               05 HH-MEMBER-COUNT PIC 9(2).
               05 HH-LABEL PIC X(40).
               05 HH-MEMBER-NAMES PIC X(160).
           FD F-REFERRAL-LEDGER-FILE.                                     * One line per tracked referral
           01 REFERRAL-LEDGER-RECORD.
               05 RL-REFERRER-ID PIC X(10).
               05 RL-ENROLLEE-ID PIC X(10).
               05 RL-ENROLL-DATE PIC X(10).
           FD F-AUDIT-FILE.                                               * Change trail against customers.dat, full images
           01 AUDIT-RECORD.
               05 AUDIT-DATE PIC X(10).
               05 AUDIT-PROGRAM PIC X(20).
               05 AUDIT-ACTION PIC X(8).
               05 AUDIT-PERSON-ID PIC X(10).
               05 AUDIT-BEFORE-IMAGE PIC X(600).
               05 AUDIT-AFTER-IMAGE PIC X(600).
               05 AUDIT-REQUESTED-BY PIC X(8).
               05 AUDIT-APPROVED-BY PIC X(8).
           FD F-REVIEW-FILE.
      * Vouchers held back for a fraud reviewer; fraud-review marks
      * each APPROVED (and issues the code) or REJECTED
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
           WORKING-STORAGE SECTION.
           01 WS-THRESHOLDS-STATUS PIC XX.
           01 WS-VOUCHER-STATUS PIC XX.
           01 WS-HOUSEHOLDS-STATUS PIC XX.
           01 WS-REFERRAL-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-REVIEW-STATUS PIC XX.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-QUEUE-LOCK-NAME PIC X(40) VALUE "fraud-review.lck".
           01 WS-QUEUE-LOCK-HOLDER PIC X(20)
               VALUE "voucher-fraud-screen".
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.                        * 'N' leaves holders without an address to compare
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SCREEN-LOADED PIC X VALUE 'N'.
           01 WS-MAX-ADDRESS-VOUCHERS PIC 9(3) VALUE 2.                 * Vouchers one address may hold inside the window
           01 WS-WINDOW-DAYS PIC 9(4) VALUE 365.
           01 WS-CHANGE-DAYS PIC 9(4) VALUE 45.                         * An address or email change this recent is a signal
           01 WS-MIN-TENURE-DAYS PIC 9(4) VALUE 90.                     * Enrolled this recently is a signal
           01 WS-DATE-WORK PIC X(10).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-AS-OF-DAY-NUM PIC 9(8).
           01 WS-WINDOW-START-DAY PIC 9(8).
           01 WS-GAP-DAYS PIC S9(8).
           01 WS-ADDRESS-KEY PIC X(80).
           01 WS-HOUSEHOLD-ID PIC 9(6).
           01 WS-ADDRESS-COUNT PIC 9(5).
           01 WS-ENROLL-DATE PIC X(10).
           01 WS-CHANGE-DATE PIC X(10).
           01 WS-REASONS PIC X(60).
           01 WS-REASON-CODE PIC X(14).
           01 WS-LOOKUP-ID PIC X(10).
           01 WS-REASON-POS PIC 9(3) COMP.
           01 WS-ALREADY-QUEUED PIC X.
           01 WS-LOOP-FOUND PIC X.
           01 WS-ADDRESS-PART PIC X(100).
           01 WS-ADDRESS-PARTS REDEFINES WS-ADDRESS-PART.
               05 WS-ADDRESS-STREET PIC X(40).
               05 WS-ADDRESS-CITY PIC X(30).
               05 WS-ADDRESS-STATE PIC X(20).
               05 WS-ADDRESS-POSTAL PIC X(10).
           01 WS-HOLDER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-HOLDER-IDX PIC 9(5) COMP.
           01 WS-HOLDERS.                                               * Voucher holders inside the window, tonight's included
              05 WS-HOLDER OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-HOLDER-COUNT
                  INDEXED BY HOLDER-IDX.
                      10 WS-HOLDER-PERSON PIC X(10).
                      10 WS-HOLDER-ADDRESS-KEY PIC X(80).
                      10 WS-HOLDER-HOUSEHOLD PIC 9(6).
           01 WS-HH-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-HH-IDX PIC 9(5) COMP.
           01 WS-HOUSEHOLDS.
              05 WS-HH OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-HH-COUNT
                  INDEXED BY HH-IDX.
                      10 WS-HH-PERSON PIC X(10).
                      10 WS-HH-ID PIC 9(6).
           01 WS-REF-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-REF-IDX PIC 9(5) COMP.
           01 WS-REFERRALS.
              05 WS-REF OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-REF-COUNT
                  INDEXED BY REF-IDX.
                      10 WS-REF-REFERRER PIC X(10).
                      10 WS-REF-ENROLLEE PIC X(10).
           01 WS-CHAIN-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-CHAIN-IDX PIC 9(3) COMP.
           01 WS-CHAIN-SCAN PIC 9(3) COMP.
           01 WS-CHAIN-SEEN PIC X.
           01 WS-CHAIN.                                                 * Everyone referred onward from the customer
              05 WS-CHAIN-PERSON OCCURS 200 TIMES PIC X(10).
           LINKAGE SECTION.
           01 LS-PROGRAM-NAME PIC X(20).
           01 LS-VOUCHER-KIND PIC X(10).                                * MILESTONE or REFERRAL
           01 LS-PERSON-ID PIC X(10).
           01 LS-PERSON-ADDRESS PIC X(100).
           01 LS-AS-OF-DATE PIC X(10).                                  * The card's date, YYYY-MM-DD
           01 LS-VERDICT PIC X.                                         * C clear, F flagged for review
       PROCEDURE DIVISION USING LS-PROGRAM-NAME, LS-VOUCHER-KIND,
           LS-PERSON-ID, LS-PERSON-ADDRESS, LS-AS-OF-DATE, LS-VERDICT.

           MOVE 'C' TO LS-VERDICT.
           MOVE LS-AS-OF-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE WS-DATE-DIGITS TO WS-AS-OF-DAY-NUM.
           IF WS-SCREEN-LOADED = 'N'
               PERFORM LOAD-SCREEN-THRESHOLDS
               COMPUTE WS-WINDOW-START-DAY =
                   WS-AS-OF-DAY-NUM - WS-WINDOW-DAYS
               PERFORM LOAD-HOUSEHOLDS
               PERFORM LOAD-VOUCHER-HOLDERS
               PERFORM LOAD-REFERRALS
               MOVE 'Y' TO WS-SCREEN-LOADED
           END-IF.
           MOVE SPACES TO WS-REASONS.
           MOVE 1 TO WS-REASON-POS.
           MOVE LS-PERSON-ADDRESS TO WS-ADDRESS-PART.
           MOVE SPACES TO WS-ADDRESS-KEY.
           STRING WS-ADDRESS-STREET WS-ADDRESS-CITY WS-ADDRESS-POSTAL
               INTO WS-ADDRESS-KEY
           END-STRING.
           MOVE LS-PERSON-ID TO WS-LOOKUP-ID.
           PERFORM FIND-HOUSEHOLD.

           PERFORM CHECK-ADDRESS-VOLUME.
           PERFORM CHECK-AUDIT-HISTORY.
           PERFORM CHECK-REFERRAL-LOOP.

           IF WS-REASONS = SPACES
               PERFORM ADD-TONIGHTS-HOLDER
               GOBACK
           END-IF.
           MOVE 'F' TO LS-VERDICT.
           PERFORM QUEUE-FOR-REVIEW.
           GOBACK.

           DATE-TO-DAY-NUMBER SECTION.                                  * YYYY-MM-DD to a day count, zero when malformed
           MOVE 0 TO WS-DATE-DIGITS.
           IF WS-DATE-WORK(5:1) = "-" AND WS-DATE-WORK(8:1) = "-" AND
              WS-DATE-WORK(1:4) IS NUMERIC
               COMPUTE WS-DATE-DIGITS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-WORK(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-WORK(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-WORK(9:2)))
           END-IF.

           ADD-REASON SECTION.
           IF WS-REASON-POS < 50
               STRING FUNCTION TRIM(WS-REASON-CODE) " "
                   DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POS
               END-STRING
           END-IF.

           LOAD-SCREEN-THRESHOLDS SECTION.
           OPEN INPUT F-THRESHOLDS-FILE.
           IF WS-THRESHOLDS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-THRESHOLDS-FILE
                   NOT AT END
                       EVALUATE THRESHOLD-KEYWORD
                           WHEN "FRAUD-ADDR-VOUCHERS"
                               MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                                   TO WS-MAX-ADDRESS-VOUCHERS
                           WHEN "FRAUD-WINDOW-DAYS"
                               MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                                   TO WS-WINDOW-DAYS
                           WHEN "FRAUD-CHANGE-DAYS"
                               MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                                   TO WS-CHANGE-DAYS
                           WHEN "FRAUD-MIN-TENURE"
                               MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                                   TO WS-MIN-TENURE-DAYS
                       END-EVALUATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-THRESHOLDS-FILE.

           LOAD-HOUSEHOLDS SECTION.
           MOVE 0 TO WS-HH-COUNT.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLDS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   NOT AT END
                       IF WS-HH-COUNT < 99999
                           ADD 1 TO WS-HH-COUNT
                           MOVE HH-PERSON-ID
                               TO WS-HH-PERSON(WS-HH-COUNT)
                           MOVE HH-HOUSEHOLD-ID
                               TO WS-HH-ID(WS-HH-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.

      * Household of the ID in WS-LOOKUP-ID, zero when none
           FIND-HOUSEHOLD SECTION.
           MOVE 0 TO WS-HOUSEHOLD-ID.
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT OR WS-HOUSEHOLD-ID > 0
               IF WS-HH-PERSON(WS-HH-IDX) = WS-LOOKUP-ID
                   MOVE WS-HH-ID(WS-HH-IDX) TO WS-HOUSEHOLD-ID
               END-IF
           END-PERFORM.

      * Every code issued inside the window, with where its holder
      * lives today
           LOAD-VOUCHER-HOLDERS SECTION.
           MOVE 0 TO WS-HOLDER-COUNT.
           OPEN INPUT F-VOUCHER-FILE.
           IF WS-VOUCHER-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-CUSTOMERS-OPEN.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE 'Y' TO WS-CUSTOMERS-OPEN
           ELSE
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", holders screened without "
                   "their address"
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOUCHER-FILE
                   NOT AT END
                       PERFORM KEEP-ONE-HOLDER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHER-FILE.
           IF WS-CUSTOMERS-OPEN = 'Y'
               CLOSE F-CUSTOMERS-FILE
           END-IF.

           KEEP-ONE-HOLDER SECTION.
           IF VOUCHER-PERSON-ID = SPACES OR VOUCHER-STATE = "OPEN" OR
              WS-HOLDER-COUNT >= 20000
               EXIT SECTION
           END-IF.
           MOVE VOUCHER-ISSUE-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-DAY-NUMBER.
           IF WS-DATE-DIGITS < WS-WINDOW-START-DAY
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-HOLDER-COUNT.
           MOVE VOUCHER-PERSON-ID TO WS-HOLDER-PERSON(WS-HOLDER-COUNT).
           MOVE SPACES TO WS-HOLDER-ADDRESS-KEY(WS-HOLDER-COUNT).
           IF WS-CUSTOMERS-OPEN = 'Y'
               MOVE VOUCHER-PERSON-ID TO PERSON-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING PERSON-STREET PERSON-CITY
                              PERSON-POSTAL-CODE
                           INTO WS-HOLDER-ADDRESS-KEY(WS-HOLDER-COUNT)
                       END-STRING
               END-READ
           END-IF.
           MOVE VOUCHER-PERSON-ID TO WS-LOOKUP-ID.
           PERFORM FIND-HOUSEHOLD.
           MOVE WS-HOUSEHOLD-ID TO WS-HOLDER-HOUSEHOLD(WS-HOLDER-COUNT).

           ADD-TONIGHTS-HOLDER SECTION.
           IF WS-HOLDER-COUNT >= 20000
               EXIT SECTION
           END-IF.
           MOVE LS-PERSON-ID TO WS-LOOKUP-ID.
           PERFORM FIND-HOUSEHOLD.
           ADD 1 TO WS-HOLDER-COUNT.
           MOVE LS-PERSON-ID TO WS-HOLDER-PERSON(WS-HOLDER-COUNT).
           MOVE WS-ADDRESS-KEY
               TO WS-HOLDER-ADDRESS-KEY(WS-HOLDER-COUNT).
           MOVE WS-HOUSEHOLD-ID TO WS-HOLDER-HOUSEHOLD(WS-HOLDER-COUNT).

           LOAD-REFERRALS SECTION.
           MOVE 0 TO WS-REF-COUNT.
           OPEN INPUT F-REFERRAL-LEDGER-FILE.
           IF WS-REFERRAL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFERRAL-LEDGER-FILE
                   NOT AT END
                       IF WS-REF-COUNT < 99999
                           ADD 1 TO WS-REF-COUNT
                           MOVE RL-REFERRER-ID
                               TO WS-REF-REFERRER(WS-REF-COUNT)
                           MOVE RL-ENROLLEE-ID
                               TO WS-REF-ENROLLEE(WS-REF-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REFERRAL-LEDGER-FILE.

      * Other customers at the same street address or in the same
      * household who already hold a code from inside the window
           CHECK-ADDRESS-VOLUME SECTION.
           MOVE 0 TO WS-ADDRESS-COUNT.
           IF WS-ADDRESS-KEY = SPACES AND WS-HOUSEHOLD-ID = 0
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF (WS-ADDRESS-KEY NOT = SPACES AND
                   WS-HOLDER-ADDRESS-KEY(WS-HOLDER-IDX) =
                       WS-ADDRESS-KEY) OR
                  (WS-HOUSEHOLD-ID > 0 AND
                   WS-HOLDER-HOUSEHOLD(WS-HOLDER-IDX) =
                       WS-HOUSEHOLD-ID)
                   ADD 1 TO WS-ADDRESS-COUNT
               END-IF
           END-PERFORM.
           IF WS-ADDRESS-COUNT >= WS-MAX-ADDRESS-VOUCHERS
               MOVE "ADDRESS-VOLUME" TO WS-REASON-CODE
               PERFORM ADD-REASON
           END-IF.

      * The customer's first WRITE is taken as the enrollment date;
      * a REWRITE that changed the address or email is a change
           CHECK-AUDIT-HISTORY SECTION.
           MOVE SPACES TO WS-ENROLL-DATE.
           MOVE SPACES TO WS-CHANGE-DATE.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
                       IF AUDIT-PERSON-ID = LS-PERSON-ID
                           PERFORM CHECK-ONE-AUDIT-ROW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT-FILE.
           IF WS-CHANGE-DATE NOT = SPACES
               MOVE WS-CHANGE-DATE TO WS-DATE-WORK
               PERFORM DATE-TO-DAY-NUMBER
               COMPUTE WS-GAP-DAYS = WS-AS-OF-DAY-NUM - WS-DATE-DIGITS
               IF WS-DATE-DIGITS > 0 AND WS-GAP-DAYS < WS-CHANGE-DAYS
                   MOVE "RECENT-CHANGE" TO WS-REASON-CODE
                   PERFORM ADD-REASON
               END-IF
           END-IF.
           IF WS-ENROLL-DATE NOT = SPACES
               MOVE WS-ENROLL-DATE TO WS-DATE-WORK
               PERFORM DATE-TO-DAY-NUMBER
               COMPUTE WS-GAP-DAYS = WS-AS-OF-DAY-NUM - WS-DATE-DIGITS
               IF WS-DATE-DIGITS > 0 AND
                  WS-GAP-DAYS < WS-MIN-TENURE-DAYS
                   MOVE "SHORT-TENURE" TO WS-REASON-CODE
                   PERFORM ADD-REASON
               END-IF
           END-IF.

           CHECK-ONE-AUDIT-ROW SECTION.
           IF AUDIT-ACTION = "WRITE" AND WS-ENROLL-DATE = SPACES
               MOVE AUDIT-DATE TO WS-ENROLL-DATE
           END-IF.
           IF AUDIT-ACTION = "REWRITE" AND
              (AUDIT-BEFORE-IMAGE(51:100) NOT =                         * PERSON-ADDRESS
                   AUDIT-AFTER-IMAGE(51:100) OR
               AUDIT-BEFORE-IMAGE(231:60) NOT =                         * PERSON-EMAIL
                   AUDIT-AFTER-IMAGE(231:60))
               MOVE AUDIT-DATE TO WS-CHANGE-DATE
           END-IF.

      * Follows the referral ledger onward from the customer; finding
      * the customer again among those they led in is a loop
           CHECK-REFERRAL-LOOP SECTION.
           MOVE 'N' TO WS-LOOP-FOUND.
           MOVE 0 TO WS-CHAIN-COUNT.
           MOVE LS-PERSON-ID TO WS-LOOKUP-ID.
           PERFORM ADD-ENROLLEES-OF.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT OR
                     WS-LOOP-FOUND = 'Y'
               IF WS-CHAIN-PERSON(WS-CHAIN-IDX) = LS-PERSON-ID
                   MOVE 'Y' TO WS-LOOP-FOUND
               ELSE
                   MOVE WS-CHAIN-PERSON(WS-CHAIN-IDX) TO WS-LOOKUP-ID
                   PERFORM ADD-ENROLLEES-OF
               END-IF
           END-PERFORM.
           IF WS-LOOP-FOUND = 'Y'
               MOVE "REFERRAL-LOOP" TO WS-REASON-CODE
               PERFORM ADD-REASON
           END-IF.

           ADD-ENROLLEES-OF SECTION.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-REFERRER(WS-REF-IDX) = WS-LOOKUP-ID
                   PERFORM ADD-ONE-TO-CHAIN
               END-IF
           END-PERFORM.

           ADD-ONE-TO-CHAIN SECTION.
           IF WS-CHAIN-COUNT >= 200
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-CHAIN-SEEN.
           PERFORM VARYING WS-CHAIN-SCAN FROM 1 BY 1
               UNTIL WS-CHAIN-SCAN > WS-CHAIN-COUNT
               IF WS-CHAIN-PERSON(WS-CHAIN-SCAN) =
                  WS-REF-ENROLLEE(WS-REF-IDX)
                   MOVE 'Y' TO WS-CHAIN-SEEN
               END-IF
           END-PERFORM.
           IF WS-CHAIN-SEEN = 'N'
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-REF-ENROLLEE(WS-REF-IDX)
                   TO WS-CHAIN-PERSON(WS-CHAIN-COUNT)
           END-IF.

      * One waiting case per customer and voucher kind, so a rerun
      * of the same night does not queue the customer twice
           QUEUE-FOR-REVIEW SECTION.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION.                            * fraud-review rewrites the file under this lock
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT NOT = "OK"
               DISPLAY "WARNING: fraud-review.dat busy, "
                   FUNCTION TRIM(LS-VOUCHER-KIND) " case for "
                   LS-PERSON-ID " not queued"
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-ALREADY-QUEUED.
           OPEN INPUT F-REVIEW-FILE.
           IF WS-REVIEW-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REVIEW-FILE
                       NOT AT END
                           IF REVIEW-PERSON-ID = LS-PERSON-ID AND
                              REVIEW-KIND = LS-VOUCHER-KIND AND
                              REVIEW-STATE = "PENDING"
                               MOVE 'Y' TO WS-ALREADY-QUEUED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REVIEW-FILE
           END-IF.
           IF WS-ALREADY-QUEUED = 'Y'
               PERFORM RELEASE-REVIEW-LOCK
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-REVIEW-FILE.
           IF WS-REVIEW-STATUS = "35"
               OPEN OUTPUT F-REVIEW-FILE
           END-IF.
           MOVE SPACES TO REVIEW-RECORD.
           MOVE LS-AS-OF-DATE TO REVIEW-FLAG-DATE.
           MOVE LS-PERSON-ID TO REVIEW-PERSON-ID.
           MOVE LS-VOUCHER-KIND TO REVIEW-KIND.
           MOVE LS-PROGRAM-NAME TO REVIEW-PROGRAM.
           MOVE "PENDING" TO REVIEW-STATE.
           MOVE WS-REASONS TO REVIEW-REASONS.
           WRITE REVIEW-RECORD.
           CLOSE F-REVIEW-FILE.
           PERFORM RELEASE-REVIEW-LOCK.

           RELEASE-REVIEW-LOCK SECTION.
           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "queue-lock" USING WS-LOCK-ACTION, WS-QUEUE-LOCK-NAME,
               WS-QUEUE-LOCK-HOLDER, WS-LOCK-RESULT.
