      * Acts on the DORMANT tier engagement-scorer sets. A customer
      * newly tiered DORMANT gets one win-back card through the
      * occasion pending queue. If no response comes back within the
      * lifecycle-control.dat wait, PERSON-STATUS is set to DORMANT so
      * the nightly pass stops mailing them. A later response, an
      * enrollment update or a voucher redemption sets them ACTIVE
      * again. Every status change is written to customer-audit.dat,
      * and dormant-lifecycle.dat keeps each customer's cycle for
      * dormant-lifecycle-report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormant-lifecycle.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CONTROL-FILE ASSIGN TO "lifecycle-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-STATUS.
               SELECT F-LIFECYCLE-FILE
                 ASSIGN TO "dormant-lifecycle.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIFECYCLE-STATUS.
               SELECT F-SCORES-FILE ASSIGN TO "engagement-scores.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SCORES-STATUS.
               SELECT F-RESPONSE-HISTORY-FILE
                 ASSIGN TO "response-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT F-REDEMPTION-LEDGER-FILE
                 ASSIGN TO "voucher-redemptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REDEMPTION-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "customer-audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.
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
           FD F-CONTROL-FILE.                                             * One keyword/value pair per line of lifecycle knobs
           01 CONTROL-RECORD.
               05 LC-KEYWORD PIC X(20).
               05 LC-VALUE PIC X(20).
           FD F-LIFECYCLE-FILE.
      * One line per win-back cycle; closed cycles stay on file for
      * the monthly success-rate and postage report
           01 LIFE-RECORD.
               05 LIFE-PERSON-ID PIC X(10).
               05 LIFE-STATE PIC X(8).                                  * WINBACK, WONBACK, DORMANT, REACTIVE or CLOSED
               05 LIFE-WINBACK-DATE PIC X(10).
               05 LIFE-CARD-ID PIC 9(9).
               05 LIFE-CHANNEL PIC X(5).
               05 LIFE-DORMANT-DATE PIC X(10).
               05 LIFE-CLOSED-DATE PIC X(10).
               05 LIFE-CLOSED-BY PIC X(8).                              * RESPONSE, UPDATE, REDEEM or STATUS
           FD F-SCORES-FILE.                                              * engagement-scorer's tiers, refreshed nightly
           01 SCORE-RECORD.
               05 SCORE-PERSON-ID PIC X(10).
               05 SCORE-CARDS-SENT PIC 9(6).
               05 SCORE-RESPONSES PIC 9(6).
               05 SCORE-VALUE PIC 9(3).
               05 SCORE-TIER PIC X(8).
               05 SCORE-REFRESH-DATE PIC X(10).
           FD F-RESPONSE-HISTORY-FILE.                                    * Every recorded customer response, as intake wrote them
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
               05 HISTORY-PERSON-ID PIC X(10).
               05 HISTORY-CAMPAIGN PIC X(12).
               05 HISTORY-DATE PIC X(10).
           FD F-REDEMPTION-LEDGER-FILE.                                   * One line per cashed-in voucher code
           01 REDEMPTION-LEDGER-RECORD.
               05 RL-CODE PIC X(16).
               05 RL-PERSON-ID PIC X(10).
               05 RL-ISSUE-DATE PIC X(10).
               05 RL-REDEEM-DATE PIC X(10).
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
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-THANKS-FILE.                                              * Win-back cards ride the occasion pending queue
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
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-LIFECYCLE-STATUS PIC XX.
           01 WS-SCORES-STATUS PIC XX.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-REDEMPTION-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-THANKS-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LIFE-TRUNCATED PIC X VALUE 'N'.                        * 'Y' when the file outgrew the table
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-DAY-NUM PIC 9(8).
           01 WS-WAIT-DAYS PIC 9(4) VALUE 30.                           * Days a win-back card has to draw a response
           01 WS-REPEAT-DAYS PIC 9(4) VALUE 365.                        * Quiet period before a closed cycle may start again
           01 WS-DATE-WORK PIC X(10).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-GAP-DAYS PIC S9(8).
           01 WS-ACTIVITY-PERSON PIC X(10).
           01 WS-ACTIVITY-DATE PIC X(10).
           01 WS-ACTIVITY-KIND PIC X(8).
           01 WS-LIFE-FOUND PIC X.
           01 WS-LIFE-SLOT PIC 9(5) COMP.
           01 WS-START-ALLOWED PIC X.
           01 WS-OPEN-ROW-COUNT PIC 9(5) COMP.
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".
           01 WS-NEW-CARD-ID UNSIGNED-INT.
           01 WS-GREET-NAME PIC X(40).
           01 WS-PROV-PROGRAM-NAME PIC X(20) VALUE "dormant-lifecycle".
           01 WS-PROV-NO-TEMPLATE.                                      * Fixed wording: no greeting-templates.dat row applies
               05 WS-PROV-TEMPLATE-KEY PIC X(20) VALUE SPACES.
               05 WS-PROV-TEMPLATE-LANGUAGE PIC X(2) VALUE SPACES.
               05 WS-PROV-TEMPLATE-BRAND PIC X(8) VALUE SPACES.
               05 WS-PROV-TEMPLATE-VERSION PIC 9(3) VALUE 0.
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "dormant-lifecycle".
           01 WS-AUDIT-ACTION PIC X(8) VALUE "REWRITE".
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-STATUS-CHANGED PIC X.
           01 WS-WINBACK-COUNT PIC 9(6) VALUE 0.
           01 WS-WONBACK-COUNT PIC 9(6) VALUE 0.
           01 WS-DORMANT-COUNT PIC 9(6) VALUE 0.
           01 WS-REACTIVE-COUNT PIC 9(6) VALUE 0.
           01 WS-LIFE-IDX PIC 9(5) COMP.
           01 WS-LIFE-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-LIFE-ROWS.                                             * The whole file, rewritten once the night is done
              05 WS-LIFE-ROW OCCURS 1 TO 30000 TIMES
                  DEPENDING ON WS-LIFE-COUNT
                  INDEXED BY LIFE-IDX.
                      10 WS-LIFE-LINE PIC X(70).
                      10 WS-LIFE-ACT-DATE PIC X(10).                    * Latest activity since the cycle's last step
                      10 WS-LIFE-ACT-KIND PIC X(8).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM GET-DATE-DAY-NUM.
           MOVE WS-DATE-DIGITS TO WS-RUN-DAY-NUM.

           PERFORM LOAD-LIFECYCLE-CONTROL.
           PERFORM LOAD-LIFECYCLE-ROWS.
           IF WS-LIFE-TRUNCATED = 'Y'                                   * The rewrite would drop every row past the table, and
               DISPLAY "WARNING: dormant-lifecycle.dat over 30000 "     * cycles advanced but not saved would mail again
                   "rows, dormant lifecycle not run - move closed "
                   "cycles off the file first"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SCAN-RESPONSES.
           PERFORM SCAN-REDEMPTIONS.
           PERFORM SCAN-ENROLLMENT-UPDATES.

           OPEN I-O F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", dormant lifecycle not run"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", dormant lifecycle not run"
               CLOSE F-CUSTOMERS-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-THANKS-FILE.
           IF WS-THANKS-STATUS = "35"
               OPEN OUTPUT F-THANKS-FILE
           END-IF.

           MOVE WS-LIFE-COUNT TO WS-OPEN-ROW-COUNT.                     * Cycles started tonight wait for tomorrow
           PERFORM ADVANCE-ONE-CYCLE
               VARYING WS-LIFE-IDX FROM 1 BY 1
               UNTIL WS-LIFE-IDX > WS-OPEN-ROW-COUNT.
           PERFORM START-NEW-CYCLES.

           CLOSE F-THANKS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-CUSTOMERS-FILE.
           PERFORM SAVE-LIFECYCLE-ROWS.
           DISPLAY "Dormant lifecycle: win-back cards " WS-WINBACK-COUNT
               " won back " WS-WONBACK-COUNT
               " made dormant " WS-DORMANT-COUNT
               " reactivated " WS-REACTIVE-COUNT.
           GOBACK.

           LOAD-LIFECYCLE-CONTROL SECTION.
           OPEN INPUT F-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTROL-FILE
                   NOT AT END
                       EVALUATE LC-KEYWORD
                           WHEN "WINBACK-WAIT-DAYS"
                               MOVE FUNCTION NUMVAL(LC-VALUE)
                                   TO WS-WAIT-DAYS
                           WHEN "WINBACK-REPEAT-DAYS"
                               MOVE FUNCTION NUMVAL(LC-VALUE)
                                   TO WS-REPEAT-DAYS
                           WHEN OTHER
                               DISPLAY "WARNING: unknown keyword in "
                                   "lifecycle-control.dat: " LC-KEYWORD
                       END-EVALUATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CONTROL-FILE.

           LOAD-LIFECYCLE-ROWS SECTION.
           MOVE 0 TO WS-LIFE-COUNT.
           OPEN INPUT F-LIFECYCLE-FILE.
           IF WS-LIFECYCLE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIFECYCLE-FILE
                   NOT AT END
                       IF WS-LIFE-COUNT < 30000
                           ADD 1 TO WS-LIFE-COUNT
                           MOVE LIFE-RECORD
                               TO WS-LIFE-LINE(WS-LIFE-COUNT)
                           MOVE SPACES
                               TO WS-LIFE-ACT-DATE(WS-LIFE-COUNT)
                           MOVE SPACES
                               TO WS-LIFE-ACT-KIND(WS-LIFE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-LIFE-TRUNCATED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LIFECYCLE-FILE.

           SCAN-RESPONSES SECTION.
           OPEN INPUT F-RESPONSE-HISTORY-FILE.
           IF WS-RESPONSE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE "RESPONSE" TO WS-ACTIVITY-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-HISTORY-FILE
                   NOT AT END
                       MOVE HISTORY-PERSON-ID TO WS-ACTIVITY-PERSON
                       MOVE HISTORY-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-HISTORY-FILE.

           SCAN-REDEMPTIONS SECTION.
           OPEN INPUT F-REDEMPTION-LEDGER-FILE.
           IF WS-REDEMPTION-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE "REDEEM" TO WS-ACTIVITY-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REDEMPTION-LEDGER-FILE
                   NOT AT END
                       MOVE RL-PERSON-ID TO WS-ACTIVITY-PERSON
                       MOVE RL-REDEEM-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REDEMPTION-LEDGER-FILE.

      * Only changes the customer or an operator on their behalf made
      * count as an enrollment update; housekeeping rewrites (region
      * redraws, dedupe, scrubbing, this job's own) do not
           SCAN-ENROLLMENT-UPDATES SECTION.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE "UPDATE" TO WS-ACTIVITY-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
                       IF AUDIT-ACTION = "WRITE" OR
                          AUDIT-ACTION = "REWRITE"
                           EVALUATE AUDIT-PROGRAM
                               WHEN "customer-enrollment"
                               WHEN "customer-maintenance"
                               WHEN "customer-approval"
                               WHEN "coa-intake"
                               WHEN "vip-intake"
                                   MOVE AUDIT-PERSON-ID
                                       TO WS-ACTIVITY-PERSON
                                   MOVE AUDIT-DATE TO WS-ACTIVITY-DATE
                                   PERFORM NOTE-ACTIVITY
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT-FILE.

      * Keeps the latest activity on the customer's open cycle, if it
      * falls on or after the step the cycle is waiting on: the card
      * for a WINBACK cycle, the inactivation for a DORMANT one
           NOTE-ACTIVITY SECTION.
           PERFORM FIND-OPEN-CYCLE.
           IF WS-LIFE-FOUND = 'N'
               EXIT SECTION
           END-IF.
           MOVE WS-LIFE-LINE(WS-LIFE-SLOT) TO LIFE-RECORD.
           IF LIFE-STATE = "WINBACK" AND
              WS-ACTIVITY-DATE < LIFE-WINBACK-DATE
               EXIT SECTION
           END-IF.
           IF LIFE-STATE = "DORMANT" AND
              WS-ACTIVITY-DATE < LIFE-DORMANT-DATE
               EXIT SECTION
           END-IF.
           IF WS-ACTIVITY-DATE > WS-LIFE-ACT-DATE(WS-LIFE-SLOT) OR
              WS-LIFE-ACT-DATE(WS-LIFE-SLOT) = SPACES
               MOVE WS-ACTIVITY-DATE TO WS-LIFE-ACT-DATE(WS-LIFE-SLOT)
               MOVE WS-ACTIVITY-KIND TO WS-LIFE-ACT-KIND(WS-LIFE-SLOT)
           END-IF.

           FIND-OPEN-CYCLE SECTION.
           MOVE 'N' TO WS-LIFE-FOUND.
           PERFORM VARYING LIFE-IDX FROM 1 BY 1
               UNTIL LIFE-IDX > WS-LIFE-COUNT OR WS-LIFE-FOUND = 'Y'
               IF WS-LIFE-LINE(LIFE-IDX)(1:10) = WS-ACTIVITY-PERSON AND
                  (WS-LIFE-LINE(LIFE-IDX)(11:8) = "WINBACK" OR
                   WS-LIFE-LINE(LIFE-IDX)(11:8) = "DORMANT")
                   MOVE 'Y' TO WS-LIFE-FOUND
                   SET WS-LIFE-SLOT TO LIFE-IDX
               END-IF
           END-PERFORM.

      * Moves one open cycle on: a response to the win-back card
      * closes it as won back, silence past the wait makes the
      * customer DORMANT, and any activity after that reactivates them
           ADVANCE-ONE-CYCLE SECTION.
           MOVE WS-LIFE-LINE(WS-LIFE-IDX) TO LIFE-RECORD.
           EVALUATE LIFE-STATE
               WHEN "WINBACK"
                   IF WS-LIFE-ACT-DATE(WS-LIFE-IDX) NOT = SPACES
                       MOVE "WONBACK" TO LIFE-STATE
                       MOVE WS-RUN-DATE TO LIFE-CLOSED-DATE
                       MOVE WS-LIFE-ACT-KIND(WS-LIFE-IDX)
                           TO LIFE-CLOSED-BY
                       ADD 1 TO WS-WONBACK-COUNT
                   ELSE
                       MOVE LIFE-WINBACK-DATE TO WS-DATE-WORK
                       PERFORM GET-DATE-DAY-NUM
                       COMPUTE WS-GAP-DAYS =
                           WS-RUN-DAY-NUM - WS-DATE-DIGITS
                       IF WS-GAP-DAYS NOT < WS-WAIT-DAYS
                           PERFORM MAKE-CUSTOMER-DORMANT
                       END-IF
                   END-IF
               WHEN "DORMANT"
                   IF WS-LIFE-ACT-DATE(WS-LIFE-IDX) NOT = SPACES
                       PERFORM REACTIVATE-CUSTOMER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE LIFE-RECORD TO WS-LIFE-LINE(WS-LIFE-IDX).

      * A customer closed or deceased since the card went out is left
      * as they are; the cycle is CLOSED without a status change
           MAKE-CUSTOMER-DORMANT SECTION.
           MOVE LIFE-PERSON-ID TO PERSON-ID.
           MOVE 'N' TO WS-STATUS-CHANGED.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERSON-STATUS = "ACTIVE"
                       MOVE PERSON TO WS-AUDIT-BEFORE
                       MOVE "DORMANT" TO PERSON-STATUS
                       PERFORM REWRITE-CUSTOMER-STATUS
                   END-IF
           END-READ.
           IF WS-STATUS-CHANGED = 'Y'
               MOVE "DORMANT" TO LIFE-STATE
               MOVE WS-RUN-DATE TO LIFE-DORMANT-DATE
               ADD 1 TO WS-DORMANT-COUNT
           ELSE
               MOVE "CLOSED" TO LIFE-STATE
               MOVE WS-RUN-DATE TO LIFE-CLOSED-DATE
               MOVE "STATUS" TO LIFE-CLOSED-BY
           END-IF.

      * Only a customer still DORMANT is set back to ACTIVE; one an
      * operator has since closed or marked deceased keeps that status
           REACTIVATE-CUSTOMER SECTION.
           MOVE LIFE-PERSON-ID TO PERSON-ID.
           MOVE 'N' TO WS-STATUS-CHANGED.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERSON-STATUS = "DORMANT"
                       MOVE PERSON TO WS-AUDIT-BEFORE
                       MOVE "ACTIVE" TO PERSON-STATUS
                       PERFORM REWRITE-CUSTOMER-STATUS
                   END-IF
           END-READ.
           MOVE WS-RUN-DATE TO LIFE-CLOSED-DATE.
           IF WS-STATUS-CHANGED = 'Y'
               MOVE "REACTIVE" TO LIFE-STATE
               MOVE WS-LIFE-ACT-KIND(WS-LIFE-IDX) TO LIFE-CLOSED-BY
               ADD 1 TO WS-REACTIVE-COUNT
           ELSE
               MOVE "CLOSED" TO LIFE-STATE
               MOVE "STATUS" TO LIFE-CLOSED-BY
           END-IF.

           REWRITE-CUSTOMER-STATUS SECTION.
           REWRITE PERSON
               INVALID KEY
                   DISPLAY "WARNING: status of customer " PERSON-ID
                       " not rewritten, FILE STATUS "
                       WS-CUSTOMERS-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STATUS-CHANGED
                   MOVE PERSON TO WS-AUDIT-AFTER
                   CALL "customer-audit-writer" USING
                       WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                       PERSON-ID WS-AUDIT-BEFORE WS-AUDIT-AFTER
                       WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY
           END-REWRITE.

           START-NEW-CYCLES SECTION.
           OPEN INPUT F-SCORES-FILE.
           IF WS-SCORES-STATUS NOT = "00"
               DISPLAY "WARNING: engagement-scores.dat FILE STATUS "
                   WS-SCORES-STATUS ", no win-back cards sent"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCORES-FILE
                   NOT AT END
                       IF SCORE-TIER = "DORMANT"
                           PERFORM CONSIDER-WINBACK
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SCORES-FILE.

      * A customer gets one win-back card per cycle: none while a
      * cycle is open, and none until the repeat period has passed
      * since their last cycle closed
           CONSIDER-WINBACK SECTION.
           MOVE 'Y' TO WS-START-ALLOWED.
           PERFORM VARYING LIFE-IDX FROM 1 BY 1
               UNTIL LIFE-IDX > WS-LIFE-COUNT OR WS-START-ALLOWED = 'N'
               MOVE WS-LIFE-LINE(LIFE-IDX) TO LIFE-RECORD
               IF LIFE-PERSON-ID = SCORE-PERSON-ID
                   IF LIFE-STATE = "WINBACK" OR LIFE-STATE = "DORMANT"
                       MOVE 'N' TO WS-START-ALLOWED
                   ELSE
                       MOVE LIFE-CLOSED-DATE TO WS-DATE-WORK
                       PERFORM GET-DATE-DAY-NUM
                       COMPUTE WS-GAP-DAYS =
                           WS-RUN-DAY-NUM - WS-DATE-DIGITS
                       IF WS-GAP-DAYS < WS-REPEAT-DAYS
                           MOVE 'N' TO WS-START-ALLOWED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-START-ALLOWED = 'N'
               EXIT SECTION
           END-IF.
           IF WS-LIFE-COUNT NOT < 30000
               DISPLAY "WARNING: dormant-lifecycle.dat full, no "
                   "win-back card for " SCORE-PERSON-ID
               EXIT SECTION
           END-IF.
           MOVE SCORE-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ.
           IF PERSON-STATUS NOT = "ACTIVE"
               EXIT SECTION
           END-IF.
           PERFORM SEND-WINBACK-CARD.

           SEND-WINBACK-CARD SECTION.
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
           STRING "We have missed you, "
                  FUNCTION TRIM(WS-GREET-NAME TRAILING)
                  "! Drop us a line and let us know you would still "
                  "like to hear from us."
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
           MOVE "WINBACK" TO HIST-CAMPAIGN.
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

           MOVE SPACES TO LIFE-RECORD.
           MOVE PERSON-ID TO LIFE-PERSON-ID.
           MOVE "WINBACK" TO LIFE-STATE.
           MOVE WS-RUN-DATE TO LIFE-WINBACK-DATE.
           MOVE WS-NEW-CARD-ID TO LIFE-CARD-ID.
           MOVE PERSON-CONTACT-CHANNEL TO LIFE-CHANNEL.
           ADD 1 TO WS-LIFE-COUNT.
           MOVE LIFE-RECORD TO WS-LIFE-LINE(WS-LIFE-COUNT).
           MOVE SPACES TO WS-LIFE-ACT-DATE(WS-LIFE-COUNT).
           MOVE SPACES TO WS-LIFE-ACT-KIND(WS-LIFE-COUNT).
           ADD 1 TO WS-WINBACK-COUNT.

           SAVE-LIFECYCLE-ROWS SECTION.
           OPEN OUTPUT F-LIFECYCLE-FILE.
           PERFORM VARYING WS-LIFE-IDX FROM 1 BY 1
               UNTIL WS-LIFE-IDX > WS-LIFE-COUNT
               MOVE WS-LIFE-LINE(WS-LIFE-IDX) TO LIFE-RECORD
               WRITE LIFE-RECORD
           END-PERFORM.
           CLOSE F-LIFECYCLE-FILE.

      * Day number of the YYYY-MM-DD date in WS-DATE-WORK; a blank
      * or malformed date comes back as 0
           GET-DATE-DAY-NUM SECTION.
           MOVE 0 TO WS-DATE-DIGITS.
           IF WS-DATE-WORK(1:4) IS NUMERIC AND
              WS-DATE-WORK(6:2) IS NUMERIC AND
              WS-DATE-WORK(9:2) IS NUMERIC
               COMPUTE WS-DATE-DIGITS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-WORK(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-WORK(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-WORK(9:2)))
           END-IF.
