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
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
       DATA DIVISION.
           FILE SECTION.
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-REFERRAL-STATUS PIC XX.
           01 WS-REWARDS-STATUS PIC XX.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".
           01 WS-PROV-PROGRAM-NAME PIC X(20) VALUE "referral-rewards".
           01 WS-PROV-NO-TEMPLATE.                                      * Fixed wording: no greeting-templates.dat row applies
               05 WS-PROV-TEMPLATE-KEY PIC X(20) VALUE SPACES.
               05 WS-PROV-TEMPLATE-LANGUAGE PIC X(2) VALUE SPACES.
               05 WS-PROV-TEMPLATE-BRAND PIC X(8) VALUE SPACES.
               05 WS-PROV-TEMPLATE-VERSION PIC 9(3) VALUE 0.
           01 WS-NEW-CARD-ID UNSIGNED-INT.
           01 WS-ASSIGNED-VOUCHER PIC X(16).
           01 WS-FRAUD-VOUCHER-KIND PIC X(10) VALUE "REFERRAL".
           01 WS-FRAUD-VERDICT PIC X.
           01 WS-FRAUD-HELD PIC 9(5) VALUE 0.                           * Codes held on fraud-review.dat for a reviewer
           01 WS-GREET-NAME PIC X(40).
           01 WS-POOL-DIRTY PIC X VALUE 'N'.
           01 WS-REF-COUNT PIC 9(4) COMP VALUE 0.
               PERFORM SAVE-VOUCHER-POOL
           END-IF.
           DISPLAY "Referral rewards: " WS-REWARDED-TONIGHT
               " thank-you cards cut at threshold " WS-THRESHOLD
               ", vouchers held for fraud review " WS-FRAUD-HELD.
           GOBACK.

           LOAD-REFERRAL-CONTROL SECTION.
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
           PERFORM RECORD-REWARD.
           ADD 1 TO WS-REWARDED-TONIGHT.

           ASSIGN-REWARD-VOUCHER SECTION.
           MOVE SPACES TO WS-ASSIGNED-VOUCHER.
           CALL "voucher-fraud-screen" USING WS-PROV-PROGRAM-NAME,      * The card goes out; the code waits for fraud-review
               WS-FRAUD-VOUCHER-KIND, PERSON-ID, PERSON-ADDRESS,
               WS-RUN-DATE, WS-FRAUD-VERDICT.
           IF WS-FRAUD-VERDICT = 'F'
               ADD 1 TO WS-FRAUD-HELD
               DISPLAY "Referral voucher for " PERSON-ID
                   " held for fraud review"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-VOUCHER-FOUND.
           PERFORM VARYING WS-VOUCHER-IDX FROM 1 BY 1
               UNTIL WS-VOUCHER-IDX > WS-VOUCHER-COUNT
