      * Nightly birthday reconciliation: takes the list of people
      * birthday-batch-checker found to have a birthday today and
      * matches it, person by person, to what customer-filterer
      * actually cut - card-history.dat, the sent-history.dat ledger
      * and the digest envelopes. Every expected card that did not
      * go is explained (preference, blackout, region pause, household
      * fold, inactive customer) or called out as unexplained, and
      * each unexplained case is raised to the operator alert file.
      * Birthday cards on the ledger for today whose person is not on
      * the checker's list are unexplained too.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. birthday-reconciler.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-BIRTHDAY-TODAY-FILE
                 ASSIGN TO "birthday-today.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TODAY-STATUS.
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
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-SENT-HISTORY-FILE ASSIGN TO "sent-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SENT-KEY
                 FILE STATUS IS WS-SENT-HISTORY-STATUS.
               SELECT F-DIGEST-FILE
                 ASSIGN TO "pending-digest-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DIGEST-STATUS.
               SELECT F-DEFERRED-CARDS-FILE
                 ASSIGN TO "deferred-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEFERRED-CARDS-STATUS.
               SELECT F-PARKED-FILE ASSIGN TO "parked-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARKED-STATUS.
               SELECT F-PREFERENCES-FILE
                 ASSIGN TO "campaign-preferences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREFERENCES-STATUS.
               SELECT F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOUSEHOLDS-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "birthday-reconcile.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-BIRTHDAY-TODAY-FILE.                                    * birthday-batch-checker's list for the run date
           01 BIRTHDAY-TODAY-RECORD.
               05 TODAY-PERSON-ID PIC X(10).
               05 TODAY-NAME PIC X(40).
               05 TODAY-RUN-DATE PIC X(10).
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-CARD-HISTORY-FILE.                                      * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-SENT-HISTORY-FILE.                                      * Ledger of who got which campaign on which date
           01 SENT-RECORD.
               05 SENT-KEY.
                   10 SENT-PERSON-ID PIC X(10).
                   10 SENT-CAMPAIGN PIC X(12).
                   10 SENT-RUN-DATE PIC X(10).
           FD F-DIGEST-FILE.                                            * Only the envelope's card ID is needed here
           01 DIGEST-PERSON.
               05 FILLER PIC X(405).
               05 DIGEST-CARD-ID PIC 9(9).
               05 FILLER PIC X(52).
           FD F-DEFERRED-CARDS-FILE.
           01 DEFERRED-CARD-RECORD.
               05 DEF-CAMPAIGN PIC 9.
               05 DEF-DEFER-DATE PIC X(10).
               05 DEF-IMAGE PIC X(470).
           FD F-PARKED-FILE.
           01 PARKED-CARD-RECORD.
               05 PARK-CAMPAIGN PIC 9.
               05 PARK-DATE PIC X(10).
               05 PARK-OCCASION-DATE PIC X(10).
               05 PARK-IMAGE PIC X(470).
           FD F-PREFERENCES-FILE.                                       * Per-customer campaign opt-outs, 'N' means do not send
           01 PREFERENCE-RECORD.
               05 PREF-PERSON-ID PIC X(10).
               05 PREF-TAX-DAY-FLAG PIC X.
               05 PREF-BIRTHDAY-FLAG PIC X.
               05 PREF-WEREWOLF-FLAG PIC X.
               05 PREF-ANNIVERSARY-FLAG PIC X.
               05 PREF-HOLIDAY-FLAG PIC X.
               05 PREF-PROFESSIONAL-FLAG PIC X.
               05 PREF-SEQUENCE-FLAG PIC X.
           FD F-HOUSEHOLDS-FILE.
           01 HOUSEHOLD-RECORD.
               05 HH-PERSON-ID PIC X(10).
               05 HH-HOUSEHOLD-ID PIC 9(6).
               05 HH-HEAD-FLAG PIC X.
               05 HH-MEMBER-COUNT PIC 9(2).
               05 HH-LABEL PIC X(40).
               05 HH-MEMBER-NAMES PIC X(160).
           FD F-REPORT-FILE.
           01 REPORT-RECORD PIC X(132).
           FD F-ALERTS-FILE.                                            * One line per breach, for the scheduler to page on
           01 ALERT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-TODAY-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-SENT-HISTORY-STATUS PIC XX.
           01 WS-DIGEST-STATUS PIC XX.
           01 WS-DEFERRED-CARDS-STATUS PIC XX.
           01 WS-PARKED-STATUS PIC XX.
           01 WS-PREFERENCES-STATUS PIC XX.
           01 WS-HOUSEHOLDS-STATUS PIC XX.
           01 WS-ALERTS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SCAN-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-NUMERIC PIC 9(8).
           01 WS-RUN-INT PIC S9(9) COMP.
           01 WS-CUT-NUMERIC PIC 9(8).
           01 WS-CUT-INT PIC S9(9) COMP.
           01 WS-LEAD-WINDOW-DAYS PIC 9(3) VALUE 60.                    * Furthest ahead a card is cut for transit
           01 WS-CARD-HISTORY-OPEN PIC X VALUE 'N'.
           01 WS-SENT-HISTORY-OPEN PIC X VALUE 'N'.
           01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
           01 WS-EXPECTED-IDX PIC 9(5) COMP.
           01 WS-EXPECTED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-EXPECTED-TABLE.                                        * The checker's list, held for the reverse check
               05 WS-EXPECTED-ROW OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-EXPECTED-COUNT.
                   10 WS-EXPECTED-PERSON-ID PIC X(10).
                   10 WS-EXPECTED-NAME PIC X(40).
           01 WS-HELD-IDX PIC 9(5) COMP.
           01 WS-DEFERRED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DEFERRED-TABLE.
               05 WS-DEFERRED-CARD-ID PIC 9(9) OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-DEFERRED-COUNT.
           01 WS-PARKED-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PARKED-TABLE.
               05 WS-PARKED-CARD-ID PIC 9(9) OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-PARKED-COUNT.
           01 WS-DIGEST-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-DIGEST-TABLE.
               05 WS-DIGEST-QUEUED-ID PIC 9(9) OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-DIGEST-COUNT.
           01 WS-LOOKUP-CARD-ID PIC 9(9).
           01 WS-LOOKUP-FOUND PIC X.
           01 WS-PERSON-ID PIC X(10).
           01 WS-PERSON-NAME PIC X(40).
           01 WS-BDAY-CARD-ID PIC 9(9).
           01 WS-BDAY-CUT-DATE PIC X(10).
           01 WS-BDAY-FOUND PIC X.
           01 WS-DIGEST-CARD-ID PIC 9(9).
           01 WS-DIGEST-FOUND PIC X.
           01 WS-LEDGER-FOUND PIC X.
           01 WS-HEAD-PERSON-ID PIC X(10).
           01 WS-HOUSEHOLD-ID PIC 9(6).
           01 WS-FOLDED PIC X.
           01 WS-HEAD-CUT PIC X.
           01 WS-OUTCOME PIC X(24).
           01 WS-DETAIL PIC X(60).
           01 WS-ALERT-TEXT PIC X(160).
           01 WS-REPORT-LINE PIC X(132).
           01 WS-COUNT-DISPLAY PIC Z(5)9.
           01 WS-CARD-DISPLAY PIC 9(9).
           01 WS-MATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-PREFERENCE-COUNT PIC 9(6) VALUE 0.
           01 WS-BLACKOUT-COUNT PIC 9(6) VALUE 0.
           01 WS-PAUSE-COUNT PIC 9(6) VALUE 0.
           01 WS-FOLDED-COUNT PIC 9(6) VALUE 0.
           01 WS-INACTIVE-COUNT PIC 9(6) VALUE 0.
           01 WS-UNEXPLAINED-COUNT PIC 9(6) VALUE 0.
           01 WS-UNEXPECTED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-BIRTHDAY-LIST.
           IF WS-TODAY-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-NUMERIC(1:4).
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-NUMERIC(5:2).
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-NUMERIC(7:2).
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-NUMERIC).
           PERFORM LOAD-HELD-CARDS.

           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-CARD-HISTORY-OPEN
           ELSE
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", no cards to match"
           END-IF.
           OPEN INPUT F-SENT-HISTORY-FILE.
           IF WS-SENT-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-SENT-HISTORY-OPEN
           ELSE
               DISPLAY "WARNING: sent-history.dat FILE STATUS "
                   WS-SENT-HISTORY-STATUS ", no ledger to match"
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE 'Y' TO WS-CUSTOMERS-OPEN
           ELSE
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", status not checked"
           END-IF.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BIRTHDAY RECONCILIATION FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "PERSON-ID" TO WS-REPORT-LINE(1:10).
           MOVE "NAME" TO WS-REPORT-LINE(12:40).
           MOVE "OUTCOME" TO WS-REPORT-LINE(53:24).
           MOVE "DETAIL" TO WS-REPORT-LINE(78:55).
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           PERFORM RECONCILE-ONE-PERSON
               VARYING WS-EXPECTED-IDX FROM 1 BY 1
               UNTIL WS-EXPECTED-IDX > WS-EXPECTED-COUNT.
           IF WS-SENT-HISTORY-OPEN = 'Y'
               PERFORM FIND-UNEXPECTED-CARDS
           END-IF.
           PERFORM WRITE-RECONCILE-TOTALS.

           CLOSE F-REPORT-FILE.
           IF WS-CARD-HISTORY-OPEN = 'Y'
               CLOSE F-CARD-HISTORY-FILE
           END-IF.
           IF WS-SENT-HISTORY-OPEN = 'Y'
               CLOSE F-SENT-HISTORY-FILE
           END-IF.
           IF WS-CUSTOMERS-OPEN = 'Y'
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Birthdays reconciled: " WS-COUNT-DISPLAY.
           COMPUTE WS-COUNT-DISPLAY =
               WS-UNEXPLAINED-COUNT + WS-UNEXPECTED-COUNT.
           DISPLAY "Unexplained mismatches: " WS-COUNT-DISPLAY.
           IF WS-UNEXPLAINED-COUNT > 0 OR WS-UNEXPECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The checker stamps its run date on every row; the first row's
      * date is the date being reconciled
           LOAD-BIRTHDAY-LIST SECTION.
           OPEN INPUT F-BIRTHDAY-TODAY-FILE.
           IF WS-TODAY-STATUS NOT = "00"
               DISPLAY "WARNING: birthday-today.dat FILE STATUS "
                   WS-TODAY-STATUS ", nothing reconciled"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BIRTHDAY-TODAY-FILE
                   NOT AT END
                       IF WS-EXPECTED-COUNT = 0 AND
                          TODAY-RUN-DATE NOT = SPACES
                           MOVE TODAY-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF WS-EXPECTED-COUNT < 99999
                           ADD 1 TO WS-EXPECTED-COUNT
                           MOVE TODAY-PERSON-ID
                               TO WS-EXPECTED-PERSON-ID
                                   (WS-EXPECTED-COUNT)
                           MOVE TODAY-NAME
                               TO WS-EXPECTED-NAME(WS-EXPECTED-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BIRTHDAY-TODAY-FILE.

      * Card IDs held back tonight: deferred for a blackout day,
      * parked for a paused region, or queued inside a digest
           LOAD-HELD-CARDS SECTION.
           OPEN INPUT F-DEFERRED-CARDS-FILE.
           IF WS-DEFERRED-CARDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DEFERRED-CARDS-FILE
                       NOT AT END
                           IF DEF-IMAGE(406:9) IS NUMERIC AND
                              WS-DEFERRED-COUNT < 99999
                               ADD 1 TO WS-DEFERRED-COUNT
                               MOVE DEF-IMAGE(406:9)
                                   TO WS-DEFERRED-CARD-ID
                                       (WS-DEFERRED-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DEFERRED-CARDS-FILE
           END-IF.
           OPEN INPUT F-PARKED-FILE.
           IF WS-PARKED-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PARKED-FILE
                       NOT AT END
                           IF PARK-IMAGE(406:9) IS NUMERIC AND
                              WS-PARKED-COUNT < 99999
                               ADD 1 TO WS-PARKED-COUNT
                               MOVE PARK-IMAGE(406:9)
                                   TO WS-PARKED-CARD-ID
                                       (WS-PARKED-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PARKED-FILE
           END-IF.
           OPEN INPUT F-DIGEST-FILE.
           IF WS-DIGEST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DIGEST-FILE
                       NOT AT END
                           IF DIGEST-CARD-ID IS NUMERIC AND
                              WS-DIGEST-COUNT < 99999
                               ADD 1 TO WS-DIGEST-COUNT
                               MOVE DIGEST-CARD-ID
                                   TO WS-DIGEST-QUEUED-ID
                                       (WS-DIGEST-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DIGEST-FILE
           END-IF.

      * One expected birthday: find the card, the ledger row and any
      * digest it rode in, then say what became of it
           RECONCILE-ONE-PERSON SECTION.
           MOVE WS-EXPECTED-PERSON-ID(WS-EXPECTED-IDX) TO WS-PERSON-ID.
           MOVE WS-EXPECTED-NAME(WS-EXPECTED-IDX) TO WS-PERSON-NAME.
           MOVE SPACES TO WS-DETAIL.
           IF WS-PERSON-ID = SPACES
               MOVE "UNEXPLAINED" TO WS-OUTCOME
               MOVE "no PERSON-ID on the intake row" TO WS-DETAIL
               PERFORM RECORD-OUTCOME
               EXIT SECTION
           END-IF.
           PERFORM FIND-BIRTHDAY-CARD.
           PERFORM FIND-LEDGER-ROW.
           IF WS-BDAY-FOUND = 'Y'
               PERFORM CLASSIFY-CARD-CUT
           ELSE
               PERFORM CLASSIFY-NO-CARD
           END-IF.
           PERFORM RECORD-OUTCOME.

      * The person's latest BIRTHDAY card cut inside the transit lead
      * window, and the DIGEST envelope cut with it, if any
           FIND-BIRTHDAY-CARD SECTION.
           MOVE 'N' TO WS-BDAY-FOUND.
           MOVE 'N' TO WS-DIGEST-FOUND.
           MOVE 0 TO WS-BDAY-CARD-ID.
           MOVE 0 TO WS-DIGEST-CARD-ID.
           MOVE SPACES TO WS-BDAY-CUT-DATE.
           IF WS-CARD-HISTORY-OPEN = 'N'
               EXIT SECTION
           END-IF.
           MOVE WS-PERSON-ID TO HIST-PERSON-ID.
           START F-CARD-HISTORY-FILE KEY IS = HIST-PERSON-ID
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-SCAN-ENDED.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
                   NOT AT END
                       IF HIST-PERSON-ID NOT = WS-PERSON-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           IF HIST-CAMPAIGN = "BIRTHDAY"
                               PERFORM CHECK-CUT-IN-WINDOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BDAY-FOUND = 'N'
               EXIT SECTION
           END-IF.
           MOVE WS-PERSON-ID TO HIST-PERSON-ID.
           START F-CARD-HISTORY-FILE KEY IS = HIST-PERSON-ID
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-SCAN-ENDED.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
                   NOT AT END
                       IF HIST-PERSON-ID NOT = WS-PERSON-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           IF HIST-CAMPAIGN = "DIGEST" AND
                              HIST-RUN-DATE = WS-BDAY-CUT-DATE
                               MOVE 'Y' TO WS-DIGEST-FOUND
                               MOVE HIST-CARD-ID TO WS-DIGEST-CARD-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CHECK-CUT-IN-WINDOW SECTION.                                 * Cut on or before the run date, within the lead window
           IF HIST-RUN-DATE(1:4) IS NOT NUMERIC OR
              HIST-RUN-DATE(6:2) IS NOT NUMERIC OR
              HIST-RUN-DATE(9:2) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE HIST-RUN-DATE(1:4) TO WS-CUT-NUMERIC(1:4).
           MOVE HIST-RUN-DATE(6:2) TO WS-CUT-NUMERIC(5:2).
           MOVE HIST-RUN-DATE(9:2) TO WS-CUT-NUMERIC(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUT-NUMERIC) NOT = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-CUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CUT-NUMERIC).
           IF WS-CUT-INT > WS-RUN-INT OR
              WS-CUT-INT < WS-RUN-INT - WS-LEAD-WINDOW-DAYS
               EXIT SECTION
           END-IF.
           IF WS-BDAY-FOUND = 'N' OR HIST-RUN-DATE > WS-BDAY-CUT-DATE
               MOVE 'Y' TO WS-BDAY-FOUND
               MOVE HIST-CARD-ID TO WS-BDAY-CARD-ID
               MOVE HIST-RUN-DATE TO WS-BDAY-CUT-DATE
           END-IF.

      * The ledger is keyed on the occasion date, which for a birthday
      * today is the run date whenever the card was cut
           FIND-LEDGER-ROW SECTION.
           MOVE 'N' TO WS-LEDGER-FOUND.
           IF WS-SENT-HISTORY-OPEN = 'N'
               EXIT SECTION
           END-IF.
           MOVE WS-PERSON-ID TO SENT-PERSON-ID.
           MOVE "BIRTHDAY" TO SENT-CAMPAIGN.
           MOVE WS-RUN-DATE TO SENT-RUN-DATE.
           READ F-SENT-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-FOUND
           END-READ.

      * A card was cut: it went, or it is being held for a reason
      * the run recorded
           CLASSIFY-CARD-CUT SECTION.
           MOVE WS-BDAY-CARD-ID TO WS-LOOKUP-CARD-ID.
           PERFORM FIND-DEFERRED-CARD.
           IF WS-LOOKUP-FOUND = 'N' AND WS-DIGEST-FOUND = 'Y'
               MOVE WS-DIGEST-CARD-ID TO WS-LOOKUP-CARD-ID
               PERFORM FIND-DEFERRED-CARD
           END-IF.
           IF WS-LOOKUP-FOUND = 'Y'
               MOVE "DEFERRED BY BLACKOUT" TO WS-OUTCOME
               PERFORM DESCRIBE-HELD-CARD
               EXIT SECTION
           END-IF.
           MOVE WS-BDAY-CARD-ID TO WS-LOOKUP-CARD-ID.
           PERFORM FIND-PARKED-CARD.
           IF WS-LOOKUP-FOUND = 'N' AND WS-DIGEST-FOUND = 'Y'
               MOVE WS-DIGEST-CARD-ID TO WS-LOOKUP-CARD-ID
               PERFORM FIND-PARKED-CARD
           END-IF.
           IF WS-LOOKUP-FOUND = 'Y'
               MOVE "PARKED BY REGION PAUSE" TO WS-OUTCOME
               PERFORM DESCRIBE-HELD-CARD
               EXIT SECTION
           END-IF.
           IF WS-LEDGER-FOUND = 'N'
               MOVE "UNEXPLAINED" TO WS-OUTCOME
               MOVE WS-BDAY-CARD-ID TO WS-CARD-DISPLAY
               STRING "card " WS-CARD-DISPLAY
                   " cut but not on sent-history"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               EXIT SECTION
           END-IF.
           MOVE "MATCHED" TO WS-OUTCOME.
           IF WS-DIGEST-FOUND = 'Y'
               MOVE WS-DIGEST-CARD-ID TO WS-LOOKUP-CARD-ID
               PERFORM FIND-DIGEST-CARD
               MOVE WS-DIGEST-CARD-ID TO WS-CARD-DISPLAY
               IF WS-LOOKUP-FOUND = 'Y'
                   STRING "in digest " WS-CARD-DISPLAY
                       " on pending-digest-cards"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
               ELSE
                   STRING "in digest " WS-CARD-DISPLAY
                       " on a special-handling stream"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
               END-IF
           ELSE
               MOVE WS-BDAY-CARD-ID TO WS-CARD-DISPLAY
               STRING "card " WS-CARD-DISPLAY " cut " WS-BDAY-CUT-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.

           DESCRIBE-HELD-CARD SECTION.
           MOVE WS-LOOKUP-CARD-ID TO WS-CARD-DISPLAY.
           IF WS-LOOKUP-CARD-ID = WS-DIGEST-CARD-ID AND
              WS-DIGEST-FOUND = 'Y'
               STRING "digest " WS-CARD-DISPLAY " held"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               STRING "card " WS-CARD-DISPLAY " held"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.

      * No card was cut: look for the gate customer-filterer would
      * have stopped it at, in the order it applies them
           CLASSIFY-NO-CARD SECTION.
           IF WS-LEDGER-FOUND = 'Y'
               MOVE "UNEXPLAINED" TO WS-OUTCOME
               MOVE "on sent-history but no card on card-history"
                   TO WS-DETAIL
               EXIT SECTION
           END-IF.
           IF WS-CUSTOMERS-OPEN = 'Y'
               MOVE WS-PERSON-ID TO PERSON-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       MOVE "INACTIVE" TO WS-OUTCOME
                       MOVE "not on customers.dat" TO WS-DETAIL
                       EXIT SECTION
               END-READ
               IF PERSON-STATUS NOT = 'ACTIVE'
                   MOVE "INACTIVE" TO WS-OUTCOME
                   STRING "customer status " PERSON-STATUS
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM CHECK-BIRTHDAY-PREFERENCE.
           IF WS-LOOKUP-FOUND = 'Y'
               MOVE "SUPPRESSED BY PREFERENCE" TO WS-OUTCOME
               MOVE "birthday opt-out on campaign-preferences"
                   TO WS-DETAIL
               EXIT SECTION
           END-IF.
           PERFORM CHECK-HOUSEHOLD-FOLD.
           IF WS-FOLDED = 'Y'
               MOVE "HOUSEHOLD-FOLDED" TO WS-OUTCOME
               STRING "card went to household head " WS-HEAD-PERSON-ID
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               EXIT SECTION
           END-IF.
           MOVE "UNEXPLAINED" TO WS-OUTCOME.
           MOVE "no birthday card cut" TO WS-DETAIL.

           CHECK-BIRTHDAY-PREFERENCE SECTION.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           OPEN INPUT F-PREFERENCES-FILE.
           IF WS-PREFERENCES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PREFERENCES-FILE
                   NOT AT END
                       IF PREF-PERSON-ID = WS-PERSON-ID AND
                          PREF-BIRTHDAY-FLAG = 'N'
                           MOVE 'Y' TO WS-LOOKUP-FOUND
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PREFERENCES-FILE.

      * A member of a shared household who is not its head counts as
      * folded when the head had a card cut inside the same window
           CHECK-HOUSEHOLD-FOLD SECTION.
           MOVE 'N' TO WS-FOLDED.
           MOVE SPACES TO WS-HEAD-PERSON-ID.
           MOVE 0 TO WS-HOUSEHOLD-ID.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLDS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   NOT AT END
                       IF HH-PERSON-ID = WS-PERSON-ID AND
                          HH-HEAD-FLAG NOT = 'Y' AND
                          HH-MEMBER-COUNT > 1
                           MOVE HH-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLD-ID = 0
               EXIT SECTION
           END-IF.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOUSEHOLDS-FILE
                   NOT AT END
                       IF HH-HOUSEHOLD-ID = WS-HOUSEHOLD-ID AND
                          HH-HEAD-FLAG = 'Y'
                           MOVE HH-PERSON-ID TO WS-HEAD-PERSON-ID
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HOUSEHOLDS-FILE.
           IF WS-HEAD-PERSON-ID = SPACES OR WS-CARD-HISTORY-OPEN = 'N'
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-HEAD-CUT.
           MOVE WS-HEAD-PERSON-ID TO HIST-PERSON-ID.
           START F-CARD-HISTORY-FILE KEY IS = HIST-PERSON-ID
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-SCAN-ENDED.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
                   NOT AT END
                       IF HIST-PERSON-ID NOT = WS-HEAD-PERSON-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           MOVE 'N' TO WS-BDAY-FOUND
                           PERFORM CHECK-CUT-IN-WINDOW
                           IF WS-BDAY-FOUND = 'Y'
                               MOVE 'Y' TO WS-HEAD-CUT
                               MOVE 1 TO WS-SCAN-ENDED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-BDAY-FOUND.
           MOVE WS-HEAD-CUT TO WS-FOLDED.

           FIND-DEFERRED-CARD SECTION.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-DEFERRED-COUNT OR
                     WS-LOOKUP-FOUND = 'Y'
               IF WS-DEFERRED-CARD-ID(WS-HELD-IDX) = WS-LOOKUP-CARD-ID
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.

           FIND-PARKED-CARD SECTION.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-PARKED-COUNT OR
                     WS-LOOKUP-FOUND = 'Y'
               IF WS-PARKED-CARD-ID(WS-HELD-IDX) = WS-LOOKUP-CARD-ID
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.

           FIND-DIGEST-CARD SECTION.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-DIGEST-COUNT OR
                     WS-LOOKUP-FOUND = 'Y'
               IF WS-DIGEST-QUEUED-ID(WS-HELD-IDX) = WS-LOOKUP-CARD-ID
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.

      * Tallies the outcome, writes the report line and pages the
      * operator for anything the run cannot account for
           RECORD-OUTCOME SECTION.
           EVALUATE WS-OUTCOME
               WHEN "MATCHED"
                   ADD 1 TO WS-MATCHED-COUNT
               WHEN "SUPPRESSED BY PREFERENCE"
                   ADD 1 TO WS-PREFERENCE-COUNT
               WHEN "DEFERRED BY BLACKOUT"
                   ADD 1 TO WS-BLACKOUT-COUNT
               WHEN "PARKED BY REGION PAUSE"
                   ADD 1 TO WS-PAUSE-COUNT
               WHEN "HOUSEHOLD-FOLDED"
                   ADD 1 TO WS-FOLDED-COUNT
               WHEN "INACTIVE"
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNEXPLAINED-COUNT
           END-EVALUATE.
           PERFORM WRITE-OUTCOME-LINE.

           WRITE-OUTCOME-LINE SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PERSON-ID TO WS-REPORT-LINE(1:10).
           MOVE WS-PERSON-NAME TO WS-REPORT-LINE(12:40).
           MOVE WS-OUTCOME TO WS-REPORT-LINE(53:24).
           MOVE WS-DETAIL TO WS-REPORT-LINE(78:55).
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-OUTCOME = "UNEXPLAINED"
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-RUN-DATE " ALERT: birthday card for "
                   WS-PERSON-ID " unexplained - "
                   DELIMITED BY SIZE
                   WS-DETAIL DELIMITED BY "  "
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.

      * The other direction: a birthday card on tonight's ledger for
      * someone the checker did not expect
           FIND-UNEXPECTED-CARDS SECTION.
           MOVE LOW-VALUES TO SENT-KEY.
           START F-SENT-HISTORY-FILE KEY IS NOT < SENT-KEY
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-SCAN-ENDED.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-SENT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
                   NOT AT END
                       IF SENT-CAMPAIGN = "BIRTHDAY" AND
                          SENT-RUN-DATE = WS-RUN-DATE
                           PERFORM CHECK-EXPECTED-PERSON
                       END-IF
               END-READ
           END-PERFORM.

           CHECK-EXPECTED-PERSON SECTION.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-EXPECTED-COUNT OR
                     WS-LOOKUP-FOUND = 'Y'
               IF WS-EXPECTED-PERSON-ID(WS-HELD-IDX) = SENT-PERSON-ID
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
           IF WS-LOOKUP-FOUND = 'Y'
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-UNEXPECTED-COUNT.
           MOVE SENT-PERSON-ID TO WS-PERSON-ID.
           MOVE SPACES TO WS-PERSON-NAME.
           MOVE "UNEXPLAINED" TO WS-OUTCOME.
           MOVE "card sent but not on the checker's list"
               TO WS-DETAIL.
           PERFORM WRITE-OUTCOME-LINE.

           WRITE-RECONCILE-TOTALS SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BIRTHDAYS EXPECTED        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATCHED                   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PREFERENCE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUPPRESSED BY PREFERENCE  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-BLACKOUT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEFERRED BY BLACKOUT      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PAUSE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PARKED BY REGION PAUSE    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FOLDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "HOUSEHOLD-FOLDED          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INACTIVE                  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "UNEXPLAINED               " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SENT BUT NOT EXPECTED     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           WRITE-OPERATOR-ALERT SECTION.
           OPEN EXTEND F-ALERTS-FILE.
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT F-ALERTS-FILE
           END-IF.
           IF WS-ALERTS-STATUS = "00"
               MOVE WS-ALERT-TEXT TO ALERT-RECORD
               WRITE ALERT-RECORD
               CLOSE F-ALERTS-FILE
           END-IF.
