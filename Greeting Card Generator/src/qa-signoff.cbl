      * Records the checker's verdict on tonight's QA sample. Each
      * line of qa-signoff-input.dat passes or fails one sample card
      * by its number on qa-sample-proof.rpt, or overrides the gate
      * for a whole campaign with a reason. Every verdict is kept in
      * qa-signoff.dat with the checker's ID and when it was given;
      * a later verdict on the same card stands over an earlier one.
      * card-csv-export transmits a campaign only once every sampled
      * card of it has passed, or an override is on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. qa-signoff.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-SIGNOFF-INPUT-FILE
                 ASSIGN TO "qa-signoff-input.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SIGNOFF-INPUT-STATUS.
               SELECT F-QA-SAMPLE-FILE ASSIGN TO "qa-sample.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QA-SAMPLE-STATUS.
               SELECT F-QA-SIGNOFF-FILE ASSIGN TO "qa-signoff.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QA-SIGNOFF-STATUS.
               SELECT F-SIGNOFF-REPORT-FILE ASSIGN TO "qa-signoff.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-SIGNOFF-INPUT-FILE.
      * PASS or FAIL name the sample number; OVERRIDE names the
      * campaign and must say why in the note
           01 SIGNOFF-INPUT-RECORD.
               05 QI-ACTION PIC X(8).
               05 QI-SAMPLE-ID PIC X(4).
               05 QI-CAMPAIGN PIC X(12).
               05 QI-NOTE PIC X(60).
           FD F-QA-SAMPLE-FILE.                                           * Tonight's sample as qa-sample-draw wrote it
           01 QA-SAMPLE-RECORD.
               05 QS-RUN-DATE PIC X(10).
               05 QS-SAMPLE-ID PIC 9(4).
               05 QS-CAMPAIGN PIC X(12).
               05 QS-LANGUAGE PIC X(2).
               05 QS-BRAND PIC X(8).
               05 QS-CARD-ID PIC X(9).
               05 QS-GROUP-CARDS PIC 9(7).
               05 QS-SOURCE-FILE PIC X(60).
           FD F-QA-SIGNOFF-FILE.
      * Every verdict ever given, dated by the draw it belongs to
           01 QA-SIGNOFF-RECORD.
               05 QF-RUN-DATE PIC X(10).
               05 QF-ACTION PIC X(8).                                   * SIGNOFF or OVERRIDE
               05 QF-SAMPLE-ID PIC 9(4).
               05 QF-CAMPAIGN PIC X(12).
               05 QF-RESULT PIC X(4).                                   * PASS or FAIL; blank on an override
               05 QF-CHECKER PIC X(8).
               05 QF-SIGNED-DATE PIC X(10).
               05 QF-SIGNED-TIME PIC X(8).
               05 QF-NOTE PIC X(60).
           FD F-SIGNOFF-REPORT-FILE.
           01 WS-SIGNOFF-REPORT-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-SIGNOFF-INPUT-STATUS PIC XX.
           01 WS-QA-SAMPLE-STATUS PIC XX.
           01 WS-QA-SIGNOFF-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-TIME PIC X(8).
           01 WS-DRAW-DATE PIC X(10) VALUE SPACES.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-AUTH-PROGRAM PIC X(20) VALUE "qa-signoff".
           01 WS-AUTH-ACTION PIC X(8).
           01 WS-AUTH-OPERATOR PIC X(8).
           01 WS-AUTH-ALLOWED PIC X.
           01 WS-PASSED-COUNT PIC 9(6) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(6) VALUE 0.
           01 WS-OVERRIDE-COUNT PIC 9(6) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
           01 WS-REFUSE-REASON PIC X(50).
           01 WS-QI-SAMPLE-ID PIC 9(4).
           01 WS-SAMPLE-FOUND PIC 9(4) COMP.
           01 WS-SAMPLE-IDX PIC 9(4) COMP.
           01 WS-CAMPAIGN-IDX PIC 9(2) COMP.
           01 WS-CAMPAIGN-FOUND PIC X.
      * Every stream the export can hold back
           01 WS-QA-CAMPAIGNS.
               05 FILLER PIC X(12) VALUE "BIRTHDAY".
               05 FILLER PIC X(12) VALUE "TAX-DAY".
               05 FILLER PIC X(12) VALUE "WEREWOLF".
               05 FILLER PIC X(12) VALUE "ANNIVERSARY".
               05 FILLER PIC X(12) VALUE "HOLIDAY".
               05 FILLER PIC X(12) VALUE "PROFESSIONAL".
               05 FILLER PIC X(12) VALUE "DIGEST".
               05 FILLER PIC X(12) VALUE "ECLIPSE".
               05 FILLER PIC X(12) VALUE "PRONOUN".
               05 FILLER PIC X(12) VALUE "OCCASION".
               05 FILLER PIC X(12) VALUE "VIP".
               05 FILLER PIC X(12) VALUE "INTL".
               05 FILLER PIC X(12) VALUE "LARGEPRINT".
               05 FILLER PIC X(12) VALUE "BRAILLE".
           01 WS-QA-CAMPAIGN-TABLE REDEFINES WS-QA-CAMPAIGNS.
               05 WS-QA-CAMPAIGN-NAME PIC X(12) OCCURS 14 TIMES.
           01 WS-SAMPLE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SAMPLES.
              05 WS-SAMPLE-ROW OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-SAMPLE-COUNT
                  INDEXED BY SAMPLE-IDX.
                      10 WS-SAMPLE-ID PIC 9(4).
                      10 WS-SAMPLE-CAMPAIGN PIC X(12).
                      10 WS-SAMPLE-CARD-ID PIC X(9).

       PROCEDURE DIVISION.

           MOVE "CHECK" TO WS-LOCK-ACTION.                               * The export reads the verdicts while the nightly lock is on
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, no QA verdicts "
                   "recorded - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-TIME(1:2).
           MOVE ":" TO WS-RUN-TIME(3:1).
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-TIME(4:2).
           MOVE ":" TO WS-RUN-TIME(6:1).
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-TIME(7:2).

           OPEN INPUT F-SIGNOFF-INPUT-FILE.
           IF WS-SIGNOFF-INPUT-STATUS NOT = "00"
               DISPLAY "No qa-signoff-input.dat on hand, nothing to do"
               GOBACK
           END-IF.
           PERFORM LOAD-QA-SAMPLE.
           OPEN EXTEND F-QA-SIGNOFF-FILE.
           IF WS-QA-SIGNOFF-STATUS = "35"
               OPEN OUTPUT F-QA-SIGNOFF-FILE
           END-IF.
           IF WS-QA-SIGNOFF-STATUS NOT = "00"
               DISPLAY "qa-signoff.dat FILE STATUS "
                   WS-QA-SIGNOFF-STATUS ", no verdicts recorded"
               CLOSE F-SIGNOFF-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-SIGNOFF-REPORT-FILE.
           MOVE SPACES TO WS-SIGNOFF-REPORT-RECORD.
           STRING "QA SAMPLE SIGN-OFF " WS-RUN-DATE " " WS-RUN-TIME
                  " FOR THE DRAW OF " WS-DRAW-DATE
               INTO WS-SIGNOFF-REPORT-RECORD
           END-STRING.
           WRITE WS-SIGNOFF-REPORT-RECORD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SIGNOFF-INPUT-FILE
                   NOT AT END
                       PERFORM APPLY-ONE-SIGNOFF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SIGNOFF-INPUT-FILE.
           CLOSE F-QA-SIGNOFF-FILE.
           MOVE SPACES TO WS-SIGNOFF-REPORT-RECORD.
           STRING "PASSED " WS-PASSED-COUNT
                  "  FAILED " WS-FAILED-COUNT
                  "  OVERRIDES " WS-OVERRIDE-COUNT
                  "  REFUSED " WS-REFUSED-COUNT
               INTO WS-SIGNOFF-REPORT-RECORD
           END-STRING.
           WRITE WS-SIGNOFF-REPORT-RECORD.
           CLOSE F-SIGNOFF-REPORT-FILE.
           DISPLAY "QA samples passed: " WS-PASSED-COUNT
               " failed: " WS-FAILED-COUNT
               " overrides: " WS-OVERRIDE-COUNT
               " refused: " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The draw the verdicts belong to is the one on file now;
      * qa-sample-draw replaces it each night
           LOAD-QA-SAMPLE SECTION.
           MOVE 0 TO WS-SAMPLE-COUNT.
           OPEN INPUT F-QA-SAMPLE-FILE.
           IF WS-QA-SAMPLE-STATUS NOT = "00"
               DISPLAY "WARNING: qa-sample.dat FILE STATUS "
                   WS-QA-SAMPLE-STATUS ", only overrides can be taken"
               MOVE WS-RUN-DATE TO WS-DRAW-DATE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QA-SAMPLE-FILE
                   NOT AT END
                       IF WS-SAMPLE-COUNT < 3000
                           ADD 1 TO WS-SAMPLE-COUNT
                           MOVE QS-SAMPLE-ID
                               TO WS-SAMPLE-ID(WS-SAMPLE-COUNT)
                           MOVE QS-CAMPAIGN
                               TO WS-SAMPLE-CAMPAIGN(WS-SAMPLE-COUNT)
                           MOVE QS-CARD-ID
                               TO WS-SAMPLE-CARD-ID(WS-SAMPLE-COUNT)
                           MOVE QS-RUN-DATE TO WS-DRAW-DATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-QA-SAMPLE-FILE.
           IF WS-DRAW-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-DRAW-DATE
           END-IF.

      * A verdict on a card and an override of the gate are
      * authorized separately, so a checker need not be able to wave
      * a campaign through
           APPLY-ONE-SIGNOFF SECTION.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE QI-ACTION
               WHEN "PASS"
               WHEN "FAIL"
                   MOVE "SIGNOFF" TO WS-AUTH-ACTION
               WHEN "OVERRIDE"
                   MOVE "OVERRIDE" TO WS-AUTH-ACTION
               WHEN OTHER
                   MOVE "action not PASS, FAIL or OVERRIDE"
                       TO WS-REFUSE-REASON
                   PERFORM REPORT-REFUSAL
                   EXIT SECTION
           END-EVALUATE.
           CALL "operator-auth" USING WS-AUTH-PROGRAM,
               WS-AUTH-ACTION, WS-AUTH-OPERATOR, WS-AUTH-ALLOWED.
           IF WS-AUTH-ALLOWED NOT = 'Y'
               MOVE "operator not authorized for this action"
                   TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT SECTION
           END-IF.
           IF QI-ACTION = "OVERRIDE"
               PERFORM RECORD-OVERRIDE
           ELSE
               PERFORM RECORD-VERDICT
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REPORT-REFUSAL
           END-IF.

           RECORD-VERDICT SECTION.
           IF QI-SAMPLE-ID IS NOT NUMERIC
               MOVE "sample number not numeric" TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE QI-SAMPLE-ID TO WS-QI-SAMPLE-ID.
           MOVE 0 TO WS-SAMPLE-FOUND.
           PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
               UNTIL WS-SAMPLE-IDX > WS-SAMPLE-COUNT
                   OR WS-SAMPLE-FOUND > 0
               IF WS-SAMPLE-ID(WS-SAMPLE-IDX) = WS-QI-SAMPLE-ID
                   MOVE WS-SAMPLE-IDX TO WS-SAMPLE-FOUND
               END-IF
           END-PERFORM.
           IF WS-SAMPLE-FOUND = 0
               MOVE "no such sample in tonight's draw"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           IF QI-CAMPAIGN NOT = SPACES AND
              QI-CAMPAIGN NOT = WS-SAMPLE-CAMPAIGN(WS-SAMPLE-FOUND)
               MOVE "sample belongs to another campaign"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE SPACES TO QA-SIGNOFF-RECORD.
           MOVE WS-DRAW-DATE TO QF-RUN-DATE.
           MOVE "SIGNOFF" TO QF-ACTION.
           MOVE WS-QI-SAMPLE-ID TO QF-SAMPLE-ID.
           MOVE WS-SAMPLE-CAMPAIGN(WS-SAMPLE-FOUND) TO QF-CAMPAIGN.
           MOVE QI-ACTION TO QF-RESULT.
           MOVE WS-AUTH-OPERATOR TO QF-CHECKER.
           MOVE WS-RUN-DATE TO QF-SIGNED-DATE.
           MOVE WS-RUN-TIME TO QF-SIGNED-TIME.
           MOVE QI-NOTE TO QF-NOTE.
           WRITE QA-SIGNOFF-RECORD.
           IF QI-ACTION = "PASS"
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           MOVE SPACES TO WS-SIGNOFF-REPORT-RECORD.
           STRING QF-RESULT "      SAMPLE " QF-SAMPLE-ID " "
                  QF-CAMPAIGN " CARD "
                  WS-SAMPLE-CARD-ID(WS-SAMPLE-FOUND)
                  " BY " QF-CHECKER " " QI-NOTE
               INTO WS-SIGNOFF-REPORT-RECORD
           END-STRING.
           WRITE WS-SIGNOFF-REPORT-RECORD.

      * An override releases the campaign whatever its sample says,
      * so the reason is required and goes on file with the checker
           RECORD-OVERRIDE SECTION.
           MOVE 'N' TO WS-CAMPAIGN-FOUND.
           PERFORM VARYING WS-CAMPAIGN-IDX FROM 1 BY 1
               UNTIL WS-CAMPAIGN-IDX > 14 OR WS-CAMPAIGN-FOUND = 'Y'
               IF WS-QA-CAMPAIGN-NAME(WS-CAMPAIGN-IDX) = QI-CAMPAIGN
                   MOVE 'Y' TO WS-CAMPAIGN-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAMPAIGN-FOUND = 'N'
               MOVE "no such campaign" TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           IF QI-NOTE = SPACES
               MOVE "override needs a reason in the note"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE SPACES TO QA-SIGNOFF-RECORD.
           MOVE WS-DRAW-DATE TO QF-RUN-DATE.
           MOVE "OVERRIDE" TO QF-ACTION.
           MOVE 0 TO QF-SAMPLE-ID.
           MOVE QI-CAMPAIGN TO QF-CAMPAIGN.
           MOVE WS-AUTH-OPERATOR TO QF-CHECKER.
           MOVE WS-RUN-DATE TO QF-SIGNED-DATE.
           MOVE WS-RUN-TIME TO QF-SIGNED-TIME.
           MOVE QI-NOTE TO QF-NOTE.
           WRITE QA-SIGNOFF-RECORD.
           ADD 1 TO WS-OVERRIDE-COUNT.
           MOVE SPACES TO WS-SIGNOFF-REPORT-RECORD.
           STRING "OVERRIDE  " QF-CAMPAIGN " BY " QF-CHECKER " "
                  QI-NOTE
               INTO WS-SIGNOFF-REPORT-RECORD
           END-STRING.
           WRITE WS-SIGNOFF-REPORT-RECORD.

           REPORT-REFUSAL SECTION.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO WS-SIGNOFF-REPORT-RECORD.
           STRING "REFUSED   " QI-ACTION " " QI-SAMPLE-ID " "
                  QI-CAMPAIGN ": " WS-REFUSE-REASON
               INTO WS-SIGNOFF-REPORT-RECORD
           END-STRING.
           WRITE WS-SIGNOFF-REPORT-RECORD.
