                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-EXCEPTIONS-FILE
                 ASSIGN TO "unreachable-customers.rpt"
       DATA DIVISION.
           FILE SECTION.
           FD F-FAILURES-FILE.
      * One returned card, bounced email or failed text per line, as
      * the mailroom, the mail relay and the SMS carrier report them
           01 FAILURE-RECORD.
               05 FAILURE-PERSON-ID PIC X(10).
               05 FAILURE-CHANNEL PIC X(5).
           01 WS-AUDIT-PROGRAM-NAME PIC X(20)
               VALUE "delivery-failure".
           01 WS-AUDIT-ACTION PIC X(8).
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-REISSUE-STATUS PIC XX.
                           CALL "customer-audit-writer" USING
                               WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION
                               PERSON-ID WS-AUDIT-BEFORE
                               WS-AUDIT-AFTER WS-AUDIT-REQUESTED-BY
                               WS-AUDIT-APPROVED-BY
                   END-REWRITE
           END-READ.

           IF FAILURE-CHANNEL = "EMAIL"
               MOVE 'Y' TO PERSON-BAD-EMAIL-FLAG
           END-IF.
           IF FAILURE-CHANNEL = "SMS"
               MOVE 'Y' TO PERSON-BAD-MOBILE-FLAG
           END-IF.

      * A customer whose current channel went bad moves to the other
      * one if it is present and not itself flagged (a dead mobile
      * number tries email first, then mail); with no channel left
      * usable they go on the exceptions report
           PICK-SURVIVING-CHANNEL SECTION.
           IF PERSON-CONTACT-CHANNEL = "SMS" AND
              PERSON-BAD-MOBILE-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN PERSON-EMAIL NOT = SPACES AND
                        PERSON-BAD-EMAIL-FLAG NOT = 'Y'
                       MOVE "EMAIL" TO PERSON-CONTACT-CHANNEL
                       ADD 1 TO WS-REROUTED-COUNT
                   WHEN PERSON-ADDRESS NOT = SPACES AND
                        PERSON-BAD-ADDRESS-FLAG NOT = 'Y'
                       MOVE "MAIL" TO PERSON-CONTACT-CHANNEL
                       ADD 1 TO WS-REROUTED-COUNT
               END-EVALUATE
           END-IF.
           IF PERSON-CONTACT-CHANNEL = "MAIL" AND
              PERSON-BAD-ADDRESS-FLAG = 'Y'
               IF PERSON-EMAIL NOT = SPACES AND
           END-IF.
           IF (PERSON-BAD-ADDRESS-FLAG = 'Y' OR
               PERSON-ADDRESS = SPACES) AND
              (PERSON-BAD-EMAIL-FLAG = 'Y' OR PERSON-EMAIL = SPACES) AND
              (PERSON-BAD-MOBILE-FLAG = 'Y' OR PERSON-MOBILE = SPACES)
               ADD 1 TO WS-UNREACHABLE-COUNT
               MOVE SPACES TO WS-EXCEPTION-RECORD
               STRING PERSON-ID " " PERSON-NAME
