                 ASSIGN TO "referral-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFERRAL-STATUS.
               SELECT F-SEQ-STEPS-FILE ASSIGN TO "sequence-steps.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-STEPS-STATUS.
               SELECT F-SEQ-PROGRESS-FILE
                 ASSIGN TO "sequence-progress.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-PROGRESS-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
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
               05 ENROLLMENT-REFERRED-BY PIC X(10).
               05 ENROLLMENT-PREFERRED-NAME PIC X(40).
               05 ENROLLMENT-ACCESS-FORMAT PIC X(2).
               05 ENROLLMENT-MOBILE PIC X(15).
           FD F-REGION-MASTER-FILE.                                        * The list of regions the routing recognizes
           01 REGION-MASTER-RECORD.
               05 REGION-MASTER-NAME PIC X(20).
               05 REGION-MASTER-UTC-OFFSET PIC X(5).
           FD F-REFERRAL-LEDGER-FILE.
      * One line per tracked referral, linking referrer to enrollee;
      * referral-rewards drains the counts from here
               05 RL-REFERRER-ID PIC X(10).
               05 RL-ENROLLEE-ID PIC X(10).
               05 RL-ENROLL-DATE PIC X(10).
           FD F-SEQ-STEPS-FILE.
           01 SEQ-STEP-RECORD.
               05 SEQ-CODE PIC X(12).
               05 SEQ-STEP PIC 9(2).
               05 SEQ-ANCHOR PIC X(12).
               05 SEQ-OFFSET PIC X(5).
               05 SEQ-CAMPAIGN PIC X(12).
               05 SEQ-TEMPLATE PIC X(12).
           FD F-SEQ-PROGRESS-FILE.
      * Enrollment starts the customer on each welcome-type sequence;
      * the nightly pass carries the trail on from step zero
           01 SEQ-PROGRESS-RECORD.
               05 PROG-PERSON-ID PIC X(10).
               05 PROG-SEQ-CODE PIC X(12).
               05 PROG-ANCHOR-DATE PIC X(10).
               05 PROG-LAST-STEP PIC 9(2).
               05 PROG-LAST-DATE PIC X(10).
               05 PROG-CHANNEL PIC X(5).
               05 PROG-STATE PIC X(8).
           FD F-CUSTOMERS-FILE.                                            * File description for customers file
           COPY "person.cpy".
           WORKING-STORAGE SECTION.
           01 WS-REFERRAL-STATUS PIC XX.
           01 WS-REFERRER-OK PIC X.
           01 WS-REFERRALS-TRACKED PIC 9(6) VALUE 0.
           01 WS-SEQ-STEPS-STATUS PIC XX.
           01 WS-SEQ-PROGRESS-STATUS PIC XX.
           01 WS-SEQ-STARTED-COUNT PIC 9(6) VALUE 0.
           01 WS-SEQ-CODE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-SEQ-CODE-IDX PIC 9(3) COMP.
           01 WS-SEQ-CODE-FOUND PIC 9.
           01 WS-SEQ-CODES.                                             * Distinct sequences that hang off enrollment
              05 WS-SEQ-CODE-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-SEQ-CODE-COUNT
                  INDEXED BY SEQ-CODE-IDX.
                      10 WS-SEQ-START-CODE PIC X(12).
           01 WS-RUN-DATE PIC X(10).
           01 WS-HOLD-PERSON PIC X(600).
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-ENROLLED-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 WS-ENROLLMENT-VALID PIC X VALUE 'Y'.
           01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
           01 WS-STANDARDIZED-COUNT PIC 9(6) VALUE 0.
           01 WS-POSTAL-RESULT PIC X(8).
           01 WS-MOBILE-CHECK PIC X(15).
           01 WS-MOBILE-LEN PIC 9(2) COMP.
           01 WS-REGION-MASTER-STATUS PIC XX.
           01 WS-REGION-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-REGION-IDX PIC 9(3) COMP.
           01 WS-AUDIT-PROGRAM-NAME PIC X(20)
               VALUE "customer-enrollment".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-BATCH-OK PIC X VALUE 'N'.
           01 WS-BATCH-ID PIC X(10).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "customer-enrollment".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).

       PROCEDURE DIVISION.

           END-IF.

           PERFORM LOAD-REGION-MASTER.
           PERFORM LOAD-ENROLLMENT-SEQUENCES.
           OPEN INPUT F-ENROLLMENT-FILE.
           OPEN I-O F-CUSTOMERS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           DISPLAY "Enrolled: " WS-ENROLLED-COUNT
               " Rejected (duplicate ID or invalid): "
               WS-REJECTED-COUNT
               " Referrals tracked: " WS-REFERRALS-TRACKED
               " Sequences started: " WS-SEQ-STARTED-COUNT
               " Addresses standardized: " WS-STANDARDIZED-COUNT.
           GOBACK.

           ENROLL-CUSTOMER SECTION.                                        * Writes one staged record to customers.dat as a new PERSON
                   TO PERSON-PREFERRED-NAME
               MOVE ENROLLMENT-ACCESS-FORMAT
                   TO PERSON-ACCESS-FORMAT
               MOVE ENROLLMENT-MOBILE TO PERSON-MOBILE
               MOVE "ACTIVE" TO PERSON-STATUS
               WRITE PERSON
                   INVALID KEY
                       CALL "customer-audit-writer" USING
                           WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                           PERSON-ID WS-AUDIT-BEFORE WS-AUDIT-AFTER
                           WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY
                       IF ENROLLMENT-REFERRED-BY NOT = SPACES
                           PERFORM TRACK-ONE-REFERRAL
                       END-IF
                       IF WS-SEQ-CODE-COUNT > 0
                           PERFORM START-ENROLLMENT-SEQUENCES
                       END-IF
               END-WRITE
           END-IF.

               ADD 1 TO WS-REFERRALS-TRACKED
           END-IF.

      * Gathers the distinct sequence codes anchored on enrollment
           LOAD-ENROLLMENT-SEQUENCES SECTION.
           MOVE 0 TO WS-SEQ-CODE-COUNT.
           OPEN INPUT F-SEQ-STEPS-FILE.
           IF WS-SEQ-STEPS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEQ-STEPS-FILE
                   NOT AT END
                       IF SEQ-ANCHOR = "ENROLLMENT"
                           MOVE 0 TO WS-SEQ-CODE-FOUND
                           PERFORM VARYING WS-SEQ-CODE-IDX FROM 1 BY 1
                               UNTIL WS-SEQ-CODE-IDX > WS-SEQ-CODE-COUNT
                               IF WS-SEQ-START-CODE(WS-SEQ-CODE-IDX) =
                                  SEQ-CODE
                                   MOVE 1 TO WS-SEQ-CODE-FOUND
                               END-IF
                           END-PERFORM
                           IF WS-SEQ-CODE-FOUND = 0 AND
                              WS-SEQ-CODE-COUNT < 999
                               ADD 1 TO WS-SEQ-CODE-COUNT
                               MOVE SEQ-CODE TO
                                   WS-SEQ-START-CODE(WS-SEQ-CODE-COUNT)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEQ-STEPS-FILE.

      * A step-zero row per sequence, anchored on today; the nightly
      * pass sends each step as its offset from this date comes round
           START-ENROLLMENT-SEQUENCES SECTION.
           OPEN EXTEND F-SEQ-PROGRESS-FILE.
           IF WS-SEQ-PROGRESS-STATUS = "35"
               OPEN OUTPUT F-SEQ-PROGRESS-FILE
           END-IF.
           IF WS-SEQ-PROGRESS-STATUS NOT = "00"
               DISPLAY "WARNING: sequence-progress.dat FILE STATUS "
                   WS-SEQ-PROGRESS-STATUS ", no sequences for "
                   ENROLLMENT-ID
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-SEQ-CODE-IDX FROM 1 BY 1
               UNTIL WS-SEQ-CODE-IDX > WS-SEQ-CODE-COUNT
               MOVE SPACES TO SEQ-PROGRESS-RECORD
               MOVE ENROLLMENT-ID TO PROG-PERSON-ID
               MOVE WS-SEQ-START-CODE(WS-SEQ-CODE-IDX) TO PROG-SEQ-CODE
               MOVE WS-RUN-DATE TO PROG-ANCHOR-DATE
               MOVE 0 TO PROG-LAST-STEP
               MOVE WS-RUN-DATE TO PROG-LAST-DATE
               MOVE "ACTIVE" TO PROG-STATE
               WRITE SEQ-PROGRESS-RECORD
               ADD 1 TO WS-SEQ-STARTED-COUNT
           END-PERFORM.
           CLOSE F-SEQ-PROGRESS-FILE.

           VALIDATE-ENROLLMENT SECTION.                                    * Rejects a staged record with missing or malformed fields
           MOVE 'Y' TO WS-ENROLLMENT-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
               MOVE 'N' TO WS-ENROLLMENT-VALID
               MOVE "invalid contact channel" TO WS-REJECT-REASON
           END-IF.
           IF WS-ENROLLMENT-VALID = 'Y' AND
              ENROLLMENT-CHANNEL = "SMS" AND
              ENROLLMENT-MOBILE = SPACES
               MOVE 'N' TO WS-ENROLLMENT-VALID
               MOVE "SMS channel without mobile number"
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-ENROLLMENT-VALID = 'Y' AND
              ENROLLMENT-MOBILE NOT = SPACES
               PERFORM VALIDATE-ENROLLMENT-MOBILE
           END-IF.
           IF WS-ENROLLMENT-VALID = 'Y' AND
              ENROLLMENT-LANGUAGE NOT = SPACES AND
              ENROLLMENT-LANGUAGE NOT = "EN" AND
              ENROLLMENT-ANNIVERSARY-DATE NOT = SPACES
               PERFORM VALIDATE-ENROLLMENT-ANNIVERSARY
           END-IF.
           IF WS-ENROLLMENT-VALID = 'Y'
               PERFORM STANDARDIZE-ENROLLMENT-ADDRESS
           END-IF.

      * City and state are put in the post office's spelling before the
      * customer is written; a combination the postal reference says
      * cannot exist is rejected
           STANDARDIZE-ENROLLMENT-ADDRESS SECTION.
           CALL "postal-standardizer" USING ENROLLMENT-COUNTRY,
               ENROLLMENT-STREET, ENROLLMENT-CITY, ENROLLMENT-STATE,
               ENROLLMENT-POSTAL-CODE, WS-POSTAL-RESULT,
               WS-REJECT-REASON.
           EVALUATE WS-POSTAL-RESULT
               WHEN "REJECTED"
                   MOVE 'N' TO WS-ENROLLMENT-VALID
               WHEN "FIXED"
                   ADD 1 TO WS-STANDARDIZED-COUNT
           END-EVALUATE.

           VALIDATE-ENROLLMENT-BIRTHDAY SECTION.                           * Rejects a missing or malformed birthday
           IF ENROLLMENT-BIRTHDAY = SPACES
               MOVE "malformed birthday" TO WS-REJECT-REASON
           END-IF.

      * A mobile number is digits only, an optional leading "+" for
      * the country prefix, and long enough for a carrier to route
           VALIDATE-ENROLLMENT-MOBILE SECTION.
           MOVE ENROLLMENT-MOBILE TO WS-MOBILE-CHECK.
           IF WS-MOBILE-CHECK(1:1) = "+"
               MOVE "0" TO WS-MOBILE-CHECK(1:1)
           END-IF.
           COMPUTE WS-MOBILE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-MOBILE-CHECK TRAILING)).
           IF WS-MOBILE-LEN < 10 OR
              WS-MOBILE-CHECK(1:WS-MOBILE-LEN) NOT NUMERIC
               MOVE 'N' TO WS-ENROLLMENT-VALID
               MOVE "malformed mobile number" TO WS-REJECT-REASON
           END-IF.

           VALIDATE-ENROLLMENT-ANNIVERSARY SECTION.                        * Rejects a malformed anniversary date, when one is given
           IF ENROLLMENT-ANNIV-SEP1 NOT = '-' OR
              ENROLLMENT-ANNIV-SEP2 NOT = '-'
