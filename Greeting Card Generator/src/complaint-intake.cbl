       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaint-intake.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-COMPLAINTS-FILE ASSIGN TO "complaints.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COMPLAINTS-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
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
               SELECT F-PREFERENCES-FILE
                 ASSIGN TO "campaign-preferences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREFERENCES-STATUS.
               SELECT F-SEQ-STEPS-FILE
                 ASSIGN TO "sequence-steps.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-STEPS-STATUS.
               SELECT F-COMPLAINT-LOG-FILE ASSIGN TO "complaint-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COMPLAINT-LOG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-COMPLAINTS-FILE.
      * One complaint per line as customer service keys it: the card
      * ID printed on the card, the reason code, and whether the
      * customer asked to stop getting that campaign (C) or any
      * card at all (A)
           01 COMPLAINT-RECORD.
               05 CMP-CARD-ID PIC X(9).
               05 CMP-REASON PIC X(12).
               05 CMP-DATE PIC X(10).
               05 CMP-SUPPRESS PIC X.
               05 CMP-TAKEN-BY PIC X(8).
               05 CMP-NOTE PIC X(60).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-PREFERENCES-FILE.                                          * Per-customer campaign opt-outs, 'N' means do not send
           01 PREFERENCE-RECORD.
               05 PREF-PERSON-ID PIC X(10).
               05 PREF-FLAGS PIC X(7).
           FD F-SEQ-STEPS-FILE.
           01 SEQ-STEP-RECORD.
               05 SEQ-CODE PIC X(12).
               05 SEQ-STEP PIC 9(2).
               05 SEQ-ANCHOR PIC X(12).
               05 SEQ-OFFSET PIC X(5).
               05 SEQ-CAMPAIGN PIC X(12).
               05 SEQ-TEMPLATE PIC X(12).
           FD F-COMPLAINT-LOG-FILE.
      * Every accepted complaint with the card's particulars, the
      * running record the weekly root-cause report groups
           01 COMPLAINT-LOG-RECORD.
               05 CL-COMPLAINT-DATE PIC X(10).
               05 CL-CARD-ID PIC X(9).
               05 CL-PERSON-ID PIC X(10).
               05 CL-REASON PIC X(12).
               05 CL-CAMPAIGN PIC X(12).
               05 CL-TEMPLATE PIC X(20).
               05 CL-REGION PIC X(20).
               05 CL-BRAND PIC X(8).
               05 CL-PROGRAM PIC X(20).
               05 CL-CHANNEL PIC X(5).
               05 CL-RUN-DATE PIC X(10).
               05 CL-SUPPRESSION PIC X(8).
               05 CL-TAKEN-BY PIC X(8).
               05 CL-NOTE PIC X(60).
           WORKING-STORAGE SECTION.
           01 WS-COMPLAINTS-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-PREFERENCES-STATUS PIC XX.
           01 WS-SEQ-STEPS-STATUS PIC XX.
           01 WS-COMPLAINT-LOG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LOGGED-COUNT PIC 9(6) VALUE 0.
           01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
      * The reasons customer service may key; anything else goes to
      * the exceptions file for a person to recode
           01 WS-REASON-CODES.
               05 FILLER PIC X(12) VALUE "WRONG-NAME".
               05 FILLER PIC X(12) VALUE "DECEASED".
               05 FILLER PIC X(12) VALUE "PRONOUNS".
               05 FILLER PIC X(12) VALUE "DUPLICATE".
               05 FILLER PIC X(12) VALUE "ADDRESS".
               05 FILLER PIC X(12) VALUE "OTHER".
           01 WS-REASON-TABLE REDEFINES WS-REASON-CODES.
               05 WS-REASON-CODE OCCURS 6 TIMES PIC X(12).
           01 WS-REASON-IDX PIC 9(2) COMP.
           01 WS-REASON-FOUND PIC X.
      * The campaigns with an opt-out flag of their own, in
      * campaign-preferences.dat flag order; eclipse cards go to the
      * werewolf audience and share its flag
           01 WS-FLAG-CAMPAIGNS.
               05 FILLER PIC X(12) VALUE "TAX-DAY".
               05 FILLER PIC X(12) VALUE "BIRTHDAY".
               05 FILLER PIC X(12) VALUE "WEREWOLF".
               05 FILLER PIC X(12) VALUE "ANNIVERSARY".
               05 FILLER PIC X(12) VALUE "HOLIDAY".
               05 FILLER PIC X(12) VALUE "PROFESSIONAL".
           01 WS-FLAG-CAMPAIGN-TABLE REDEFINES WS-FLAG-CAMPAIGNS.
               05 WS-FLAG-CAMPAIGN OCCURS 6 TIMES PIC X(12).
           01 WS-FLAG-POS PIC 9(2) COMP.
           01 WS-FLAG-IDX PIC 9(2) COMP.
           01 WS-PREF-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PREF-IDX PIC 9(5) COMP.
           01 WS-PREF-SLOT PIC 9(5) COMP.
           01 WS-PREFS-CHANGED PIC X VALUE 'N'.
           01 WS-PREF-ROWS.
              05 WS-PREF-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-PREF-COUNT
                  INDEXED BY PREF-IDX.
                      10 WS-PREF-PERSON-ID PIC X(10).
                      10 WS-PREF-FLAGS PIC X(7).
           01 WS-SEQ-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-SEQ-IDX PIC 9(3) COMP.
           01 WS-SEQ-STEPS.
              05 WS-SEQ-ROW OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-SEQ-COUNT
                  INDEXED BY SEQ-IDX.
                      10 WS-SEQ-CAMPAIGN PIC X(12).
                      10 WS-SEQ-TEMPLATE PIC X(12).
           01 WS-SEQ-FOUND PIC 9(3) COMP.
           01 WS-TEMPLATE-BASE PIC X(20).
           01 WS-TEMPLATE-LANGUAGE PIC X(2).
           01 WS-EXC-PROGRAM PIC X(20) VALUE "complaint-intake".
           01 WS-EXC-REASON PIC X(40).
           01 WS-EXC-ORIGINAL PIC X(600).

       PROCEDURE DIVISION.

           OPEN INPUT F-COMPLAINTS-FILE.
           IF WS-COMPLAINTS-STATUS NOT = "00"
               DISPLAY "WARNING: complaints.dat FILE STATUS "
                   WS-COMPLAINTS-STATUS ", nothing taken in"
               GOBACK
           END-IF.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", nothing taken in"
               CLOSE F-COMPLAINTS-FILE
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", nothing taken in"
               CLOSE F-COMPLAINTS-FILE
               CLOSE F-CARD-HISTORY-FILE
               GOBACK
           END-IF.
           PERFORM LOAD-CAMPAIGN-PREFERENCES.
           PERFORM LOAD-SEQUENCE-TEMPLATES.
           OPEN EXTEND F-COMPLAINT-LOG-FILE.
           IF WS-COMPLAINT-LOG-STATUS = "35"
               OPEN OUTPUT F-COMPLAINT-LOG-FILE
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COMPLAINTS-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-COMPLAINT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-COMPLAINTS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-COMPLAINT-LOG-FILE.
           IF WS-PREFS-CHANGED = 'Y'
               PERFORM SAVE-CAMPAIGN-PREFERENCES
           END-IF.
           OPEN OUTPUT F-COMPLAINTS-FILE.                               * Complaints are taken in once, then the file is emptied
           CLOSE F-COMPLAINTS-FILE.
           DISPLAY "Complaints logged: " WS-LOGGED-COUNT
               " Suppressions written: " WS-SUPPRESSED-COUNT
               " Sent to exceptions: " WS-REJECTED-COUNT.
           GOBACK.

           LOAD-CAMPAIGN-PREFERENCES SECTION.
           MOVE 0 TO WS-PREF-COUNT.
           OPEN INPUT F-PREFERENCES-FILE.
           IF WS-PREFERENCES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PREFERENCES-FILE
                   NOT AT END
                       ADD 1 TO WS-PREF-COUNT
                       MOVE PREF-PERSON-ID
                           TO WS-PREF-PERSON-ID(WS-PREF-COUNT)
                       MOVE PREF-FLAGS TO WS-PREF-FLAGS(WS-PREF-COUNT)
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PREFERENCES-FILE.

           SAVE-CAMPAIGN-PREFERENCES SECTION.
           OPEN OUTPUT F-PREFERENCES-FILE.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
               UNTIL WS-PREF-IDX > WS-PREF-COUNT
               MOVE WS-PREF-PERSON-ID(WS-PREF-IDX) TO PREF-PERSON-ID
               MOVE WS-PREF-FLAGS(WS-PREF-IDX) TO PREF-FLAGS
               WRITE PREFERENCE-RECORD
           END-PERFORM.
           CLOSE F-PREFERENCES-FILE.

      * Drip sequence cards carry the step's own template, and all of
      * them answer to the sequence opt-out flag
           LOAD-SEQUENCE-TEMPLATES SECTION.
           MOVE 0 TO WS-SEQ-COUNT.
           OPEN INPUT F-SEQ-STEPS-FILE.
           IF WS-SEQ-STEPS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEQ-STEPS-FILE
                   NOT AT END
                       IF WS-SEQ-COUNT < 500
                           ADD 1 TO WS-SEQ-COUNT
                           MOVE SEQ-CAMPAIGN
                               TO WS-SEQ-CAMPAIGN(WS-SEQ-COUNT)
                           MOVE SEQ-TEMPLATE
                               TO WS-SEQ-TEMPLATE(WS-SEQ-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEQ-STEPS-FILE.

      * A complaint is only as good as the card it names: the card
      * must be in card history and the reason one we recognise
           TAKE-ONE-COMPLAINT SECTION.
           IF CMP-CARD-ID IS NOT NUMERIC
               MOVE "complaint card ID not numeric" TO WS-EXC-REASON
               PERFORM WRITE-COMPLAINT-EXCEPTION
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-REASON-FOUND.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 6 OR WS-REASON-FOUND = 'Y'
               IF WS-REASON-CODE(WS-REASON-IDX) = CMP-REASON
                   MOVE 'Y' TO WS-REASON-FOUND
               END-IF
           END-PERFORM.
           IF WS-REASON-FOUND = 'N'
               MOVE "unknown complaint reason code" TO WS-EXC-REASON
               PERFORM WRITE-COMPLAINT-EXCEPTION
               EXIT SECTION
           END-IF.
           MOVE CMP-CARD-ID TO HIST-CARD-ID.
           READ F-CARD-HISTORY-FILE
               INVALID KEY
                   MOVE "complaint for unknown card ID"
                       TO WS-EXC-REASON
                   PERFORM WRITE-COMPLAINT-EXCEPTION
                   EXIT SECTION
           END-READ.
           MOVE HIST-PERSON-ID TO PERSON-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE SPACES TO PERSON-REGION
                   MOVE SPACES TO PERSON-BRAND
                   MOVE SPACES TO PERSON-LANGUAGE
           END-READ.
           MOVE SPACES TO COMPLAINT-LOG-RECORD.
           MOVE CMP-DATE TO CL-COMPLAINT-DATE.
           IF CL-COMPLAINT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO CL-COMPLAINT-DATE(1:4)
               MOVE "-" TO CL-COMPLAINT-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO CL-COMPLAINT-DATE(6:2)
               MOVE "-" TO CL-COMPLAINT-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO CL-COMPLAINT-DATE(9:2)
           END-IF.
           MOVE CMP-CARD-ID TO CL-CARD-ID.
           MOVE HIST-PERSON-ID TO CL-PERSON-ID.
           MOVE CMP-REASON TO CL-REASON.
           MOVE HIST-CAMPAIGN TO CL-CAMPAIGN.
           MOVE HIST-CHANNEL TO CL-CHANNEL.
           MOVE HIST-RUN-DATE TO CL-RUN-DATE.
           MOVE CMP-TAKEN-BY TO CL-TAKEN-BY.
           MOVE CMP-NOTE TO CL-NOTE.
           IF PERSON-REGION = SPACES
               MOVE "(DEFAULT)" TO CL-REGION
           ELSE
               MOVE PERSON-REGION TO CL-REGION
           END-IF.
           IF PERSON-BRAND = SPACES
               MOVE "HOUSE" TO CL-BRAND
           ELSE
               MOVE PERSON-BRAND TO CL-BRAND
           END-IF.
           PERFORM DERIVE-CARD-SOURCE.
           MOVE "NONE" TO CL-SUPPRESSION.
           IF CMP-SUPPRESS = 'C' OR CMP-SUPPRESS = 'A'
               PERFORM WRITE-SUPPRESSION
           END-IF.
           WRITE COMPLAINT-LOG-RECORD.
           ADD 1 TO WS-LOGGED-COUNT.

      * Which template and which program made the card, worked back
      * from its history row the way the producing program chose
      * them: the campaign's own template, its -SMS short form or
      * its -Vn test variant, in the customer's language
           DERIVE-CARD-SOURCE SECTION.
           MOVE 0 TO WS-SEQ-FOUND.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT OR WS-SEQ-FOUND > 0
               IF WS-SEQ-CAMPAIGN(WS-SEQ-IDX) = HIST-CAMPAIGN
                   MOVE WS-SEQ-IDX TO WS-SEQ-FOUND
               END-IF
           END-PERFORM.
           IF WS-SEQ-FOUND > 0
               MOVE WS-SEQ-TEMPLATE(WS-SEQ-FOUND) TO WS-TEMPLATE-BASE
           ELSE
               MOVE HIST-CAMPAIGN TO WS-TEMPLATE-BASE
           END-IF.
           MOVE PERSON-LANGUAGE TO WS-TEMPLATE-LANGUAGE.
           IF WS-TEMPLATE-LANGUAGE = SPACES
               MOVE "EN" TO WS-TEMPLATE-LANGUAGE
           END-IF.
           EVALUATE TRUE
               WHEN HIST-CHANNEL = "SMS"
                   STRING FUNCTION TRIM(WS-TEMPLATE-BASE) "-SMS/"
                          WS-TEMPLATE-LANGUAGE
                       INTO CL-TEMPLATE
                   END-STRING
               WHEN HIST-VARIANT NOT = SPACES AND
                    HIST-VARIANT NOT = "H0" AND
                    HIST-VARIANT NOT = "01"
                   STRING FUNCTION TRIM(WS-TEMPLATE-BASE) "-V"
                          HIST-VARIANT(2:1) "/" WS-TEMPLATE-LANGUAGE
                       INTO CL-TEMPLATE
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-TEMPLATE-BASE) "/"
                          WS-TEMPLATE-LANGUAGE
                       INTO CL-TEMPLATE
                   END-STRING
           END-EVALUATE.
           EVALUATE TRUE
               WHEN HIST-CAMPAIGN = "REFERRAL"
                   MOVE "referral-rewards" TO CL-PROGRAM
               WHEN HIST-CAMPAIGN(1:7) = "STREAK-"
                   MOVE "werewolf-streaks" TO CL-PROGRAM
               WHEN HIST-CAMPAIGN = "YEAR-RECAP"
                   MOVE "year-in-cards-recap" TO CL-PROGRAM
               WHEN OTHER
                   MOVE "customer-filterer" TO CL-PROGRAM
           END-EVALUATE.

      * The customer's campaign-preferences.dat row is updated in
      * place (or added, all other campaigns still on); a campaign
      * with no flag of its own cannot be switched off there, so
      * that request goes to the exceptions file for a person
           WRITE-SUPPRESSION SECTION.
           MOVE 0 TO WS-FLAG-POS.
           IF CMP-SUPPRESS = 'C'
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 6 OR WS-FLAG-POS > 0
                   IF WS-FLAG-CAMPAIGN(WS-FLAG-IDX) = HIST-CAMPAIGN
                       MOVE WS-FLAG-IDX TO WS-FLAG-POS
                   END-IF
               END-PERFORM
               IF HIST-CAMPAIGN = "ECLIPSE"
                   MOVE 3 TO WS-FLAG-POS
               END-IF
               IF WS-FLAG-POS = 0 AND WS-SEQ-FOUND > 0
                   MOVE 7 TO WS-FLAG-POS
               END-IF
               IF WS-FLAG-POS = 0
                   MOVE "NO-FLAG" TO CL-SUPPRESSION
                   MOVE "no opt-out flag for complaint campaign"
                       TO WS-EXC-REASON
                   PERFORM WRITE-COMPLAINT-EXCEPTION
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 0 TO WS-PREF-SLOT.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
               UNTIL WS-PREF-IDX > WS-PREF-COUNT OR WS-PREF-SLOT > 0
               IF WS-PREF-PERSON-ID(WS-PREF-IDX) = HIST-PERSON-ID
                   MOVE WS-PREF-IDX TO WS-PREF-SLOT
               END-IF
           END-PERFORM.
           IF WS-PREF-SLOT = 0
               IF WS-PREF-COUNT >= 99999
                   MOVE "campaign-preferences.dat table full"
                       TO WS-EXC-REASON
                   PERFORM WRITE-COMPLAINT-EXCEPTION
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PREF-COUNT
               MOVE WS-PREF-COUNT TO WS-PREF-SLOT
               MOVE HIST-PERSON-ID TO WS-PREF-PERSON-ID(WS-PREF-SLOT)
               MOVE ALL 'Y' TO WS-PREF-FLAGS(WS-PREF-SLOT)
           END-IF.
           IF CMP-SUPPRESS = 'A'
               MOVE ALL 'N' TO WS-PREF-FLAGS(WS-PREF-SLOT)
               MOVE "ALL" TO CL-SUPPRESSION
           ELSE
               MOVE 'N' TO WS-PREF-FLAGS(WS-PREF-SLOT)(WS-FLAG-POS:1)
               MOVE "CAMPAIGN" TO CL-SUPPRESSION
           END-IF.
           MOVE 'Y' TO WS-PREFS-CHANGED.
           ADD 1 TO WS-SUPPRESSED-COUNT.

           WRITE-COMPLAINT-EXCEPTION SECTION.
           MOVE SPACES TO WS-EXC-ORIGINAL.
           MOVE COMPLAINT-RECORD TO WS-EXC-ORIGINAL.
           CALL "exception-writer" USING WS-EXC-PROGRAM
               WS-EXC-REASON WS-EXC-ORIGINAL.
           ADD 1 TO WS-REJECTED-COUNT.
