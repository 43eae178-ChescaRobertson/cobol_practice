      * Sets up the one-off announcement campaigns. Prepare takes the
      * audience audience-extract last wrote, a campaign code from the
      * registry and a greeting template, and files the announcement
      * as a DRAFT with its audience. The filterer's DRY-RUN counts
      * the cards a draft would produce; only once that forecast is
      * on file may a second operator approve it, and the next
      * nightly pass then sends it through the same merge, consent,
      * preference, region-pause and card-history path as every
      * other campaign. Cancel withdraws an announcement not yet sent.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. announcement-runner.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ANNOUNCEMENT-FILE
                 ASSIGN TO "announcements.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ANNOUNCEMENT-STATUS.
               SELECT F-ANN-AUDIENCE-FILE
                 ASSIGN TO "announcement-audience.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ANN-AUDIENCE-STATUS.
               SELECT F-EXTRACT-FILE ASSIGN TO "audience-extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXTRACT-STATUS.
               SELECT F-CAMPAIGN-REGISTRY-FILE
                 ASSIGN TO "campaign-registry.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGISTRY-STATUS.
               SELECT F-GREETING-TEMPLATES-FILE
                 ASSIGN TO "greeting-templates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TEMPLATES-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-ANNOUNCEMENT-FILE.
      * One row per announcement; closed rows stay on file as the
      * record of who prepared, approved and sent what
           01 ANNOUNCEMENT-RECORD.
               05 ANN-CODE PIC X(12).                                   * Campaign code, on the registry
               05 ANN-TEMPLATE PIC X(20).                               * greeting-templates.dat key
               05 ANN-STATE PIC X(8).                                   * DRAFT, APPROVED, SENT or CANCELED
               05 ANN-PREPARED-DATE PIC X(10).                          * Also the sent-history key date
               05 ANN-PREPARED-BY PIC X(8).
               05 ANN-AUDIENCE-COUNT PIC 9(6).
               05 ANN-FORECAST-DATE PIC X(10).                          * Set by the filterer's dry run
               05 ANN-FORECAST-COUNT PIC 9(6).
               05 ANN-APPROVED-DATE PIC X(10).
               05 ANN-APPROVED-BY PIC X(8).
               05 ANN-SENT-DATE PIC X(10).
               05 ANN-SENT-COUNT PIC 9(6).
           FD F-ANN-AUDIENCE-FILE.                                        * The customers each open announcement goes to
           01 ANN-AUDIENCE-RECORD.
               05 AUD-CODE PIC X(12).
               05 AUD-PERSON-ID PIC X(10).
           FD F-EXTRACT-FILE.                                             * audience-extract's output, one customer image a line
           01 EXTRACT-RECORD.
               05 EXTRACT-PERSON-ID PIC X(10).
               05 FILLER PIC X(590).
           FD F-CAMPAIGN-REGISTRY-FILE.
           01 CAMPAIGN-REGISTRY-RECORD.
               05 REG-CODE PIC X(12).
               05 REG-DISPLAY-NAME PIC X(30).
               05 REG-ACTIVE PIC X.
               05 REG-CHANNELS PIC X(5).
               05 REG-OUTPUT-FILE PIC X(40).
           FD F-GREETING-TEMPLATES-FILE.                                  * Control file of per-campaign configurable greeting text
           01 GREETING-TEMPLATE-RECORD.
               05 GT-CAMPAIGN-NAME PIC X(20).
               05 GT-LANGUAGE PIC X(2).
               05 GT-BRAND PIC X(8).
               05 GT-PREFIX-TEXT PIC X(160).
               05 GT-VERSION PIC 9(3).
               05 GT-STATUS PIC X(8).                                   * DRAFT, APPROVED or RETIRED
               05 GT-EFFECTIVE-FROM PIC X(10).
               05 GT-SUBMITTED-BY PIC X(8).
               05 GT-APPROVED-BY PIC X(8).
               05 GT-APPROVED-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-ANNOUNCEMENT-STATUS PIC XX.
           01 WS-ANN-AUDIENCE-STATUS PIC XX.
           01 WS-EXTRACT-STATUS PIC XX.
           01 WS-REGISTRY-STATUS PIC XX.
           01 WS-TEMPLATES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-ANSWER PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-AUTH-PROGRAM PIC X(20) VALUE "announcement-runner".
           01 WS-AUTH-ACTION PIC X(8).
           01 WS-AUTH-OPERATOR PIC X(8).
           01 WS-AUTH-ALLOWED PIC X.
           01 WS-NEW-CODE PIC X(12).
           01 WS-NEW-TEMPLATE PIC X(20).
           01 WS-PREPARE-OK PIC X.
           01 WS-REG-FOUND PIC X.
           01 WS-TEMPLATE-FOUND PIC X.
           01 WS-EXTRACT-COUNT PIC 9(6) VALUE 0.
           01 WS-CHANGED-COUNT PIC 9(4) VALUE 0.
           01 WS-OPEN-FOUND PIC X.
           01 WS-AUD-TRUNCATED PIC X VALUE 'N'.                         * 'Y' when the open audiences outgrew the table
           01 WS-ANN-TRUNCATED PIC X VALUE 'N'.
           01 WS-ANN-IDX PIC 9(3) COMP.
           01 WS-ANN-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ANNOUNCEMENTS.                                         * The whole file, rewritten once a change is made
              05 WS-ANN-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ANN-COUNT
                  INDEXED BY ANN-IDX.
                      10 WS-ANN-LINE PIC X(114).
           01 WS-AUD-IDX PIC 9(5) COMP.
           01 WS-AUD-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-AUDIENCE.                                              * Audience rows of the announcements still open
              05 WS-AUD-ROW OCCURS 1 TO 99999 TIMES
                  DEPENDING ON WS-AUD-COUNT
                  INDEXED BY AUD-IDX.
                      10 WS-AUD-LINE PIC X(22).

       PROCEDURE DIVISION.

           DISPLAY "Prepare, approve or cancel an announcement "
               "(P/A/C): ".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
               WHEN 'P'
               WHEN 'p'
                   MOVE "PREPARE" TO WS-AUTH-ACTION
               WHEN 'A'
               WHEN 'a'
                   MOVE "APPROVE" TO WS-AUTH-ACTION
               WHEN 'C'
               WHEN 'c'
                   MOVE "CANCEL" TO WS-AUTH-ACTION
               WHEN OTHER
                   DISPLAY "Nothing done"
                   GOBACK
           END-EVALUATE.

           CALL "operator-auth" USING WS-AUTH-PROGRAM,
               WS-AUTH-ACTION, WS-AUTH-OPERATOR, WS-AUTH-ALLOWED.
           IF WS-AUTH-ALLOWED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CHECK" TO WS-LOCK-ACTION.                              * The nightly pass reads both files while locked
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, announcements not "
                   "changed - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-ANNOUNCEMENTS.
           IF WS-ANN-TRUNCATED = 'Y'                                    * The rewrite would drop the rows past the table
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE WS-AUTH-ACTION
               WHEN "PREPARE"
                   PERFORM PREPARE-ANNOUNCEMENT
               WHEN "APPROVE"
                   PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                       UNTIL WS-ANN-IDX > WS-ANN-COUNT
                       PERFORM APPROVE-ONE-ANNOUNCEMENT
                   END-PERFORM
               WHEN "CANCEL"
                   PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
                       UNTIL WS-ANN-IDX > WS-ANN-COUNT
                       PERFORM CANCEL-ONE-ANNOUNCEMENT
                   END-PERFORM
           END-EVALUATE.
           IF WS-CHANGED-COUNT > 0
               PERFORM SAVE-ANNOUNCEMENTS
           END-IF.
           DISPLAY "Announcements changed: " WS-CHANGED-COUNT.
           GOBACK.

           LOAD-ANNOUNCEMENTS SECTION.
           MOVE 0 TO WS-ANN-COUNT.
           MOVE 'N' TO WS-ANN-TRUNCATED.
           OPEN INPUT F-ANNOUNCEMENT-FILE.
           IF WS-ANNOUNCEMENT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ANNOUNCEMENT-FILE
                   NOT AT END
                       IF WS-ANN-COUNT < 999
                           ADD 1 TO WS-ANN-COUNT
                           MOVE ANNOUNCEMENT-RECORD
                               TO WS-ANN-LINE(WS-ANN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ANN-TRUNCATED
                           MOVE 1 TO WS-FILE-IS-ENDED
                           DISPLAY "WARNING: announcements.dat over "
                               "999 rows, nothing changed - archive "
                               "sent and canceled announcements first"
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ANNOUNCEMENT-FILE.

           SAVE-ANNOUNCEMENTS SECTION.
           OPEN OUTPUT F-ANNOUNCEMENT-FILE.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-COUNT
               MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD
               WRITE ANNOUNCEMENT-RECORD
           END-PERFORM.
           CLOSE F-ANNOUNCEMENT-FILE.

      * Files a new DRAFT from tonight's audience extract once the
      * code, the template and the audience all check out
           PREPARE-ANNOUNCEMENT SECTION.
           DISPLAY "Campaign code (on the campaign registry): ".
           ACCEPT WS-NEW-CODE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE.
           DISPLAY "Greeting template key: ".
           ACCEPT WS-NEW-TEMPLATE.
           MOVE 'Y' TO WS-PREPARE-OK.
           PERFORM CHECK-REGISTRY-CODE.
           IF WS-PREPARE-OK = 'N'
               EXIT SECTION
           END-IF.
           PERFORM CHECK-TEMPLATE-KEY.
           IF WS-PREPARE-OK = 'N'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-COUNT
               MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD
               IF ANN-CODE = WS-NEW-CODE AND
                  (ANN-STATE = "DRAFT" OR ANN-STATE = "APPROVED" OR     * Same code and day would share sent-history keys
                   ANN-PREPARED-DATE = WS-RUN-DATE)
                   DISPLAY "Announcement " FUNCTION TRIM(WS-NEW-CODE)
                       " prepared " ANN-PREPARED-DATE " is "
                       FUNCTION TRIM(ANN-STATE) ", nothing prepared"
                   MOVE 'N' TO WS-PREPARE-OK
               END-IF
           END-PERFORM.
           IF WS-PREPARE-OK = 'N'
               EXIT SECTION
           END-IF.
           IF WS-ANN-COUNT >= 999
               DISPLAY "announcements.dat is full, nothing prepared"
               EXIT SECTION
           END-IF.
           PERFORM KEEP-OPEN-AUDIENCES.
           IF WS-AUD-TRUNCATED = 'Y'                                    * The rewrite would drop the rest of an open audience
               DISPLAY "WARNING: open audiences in "
                   "announcement-audience.dat over 99999 rows, nothing "
                   "prepared - send or cancel an open announcement "
                   "first"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           OPEN INPUT F-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "audience-extract.dat FILE STATUS "
                   WS-EXTRACT-STATUS ", nothing prepared"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT F-ANN-AUDIENCE-FILE.
           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUD-COUNT
               MOVE WS-AUD-LINE(WS-AUD-IDX) TO ANN-AUDIENCE-RECORD
               WRITE ANN-AUDIENCE-RECORD
           END-PERFORM.
           MOVE 0 TO WS-EXTRACT-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EXTRACT-FILE
                   NOT AT END
                       IF EXTRACT-PERSON-ID NOT = SPACES
                           MOVE WS-NEW-CODE TO AUD-CODE
                           MOVE EXTRACT-PERSON-ID TO AUD-PERSON-ID
                           WRITE ANN-AUDIENCE-RECORD
                           ADD 1 TO WS-EXTRACT-COUNT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ANN-AUDIENCE-FILE.
           CLOSE F-EXTRACT-FILE.
           IF WS-EXTRACT-COUNT = 0
               DISPLAY "audience-extract.dat is empty, nothing prepared"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO ANNOUNCEMENT-RECORD.
           MOVE WS-NEW-CODE TO ANN-CODE.
           MOVE WS-NEW-TEMPLATE TO ANN-TEMPLATE.
           MOVE "DRAFT" TO ANN-STATE.
           MOVE WS-RUN-DATE TO ANN-PREPARED-DATE.
           MOVE WS-AUTH-OPERATOR TO ANN-PREPARED-BY.
           MOVE WS-EXTRACT-COUNT TO ANN-AUDIENCE-COUNT.
           MOVE 0 TO ANN-FORECAST-COUNT.
           MOVE 0 TO ANN-SENT-COUNT.
           ADD 1 TO WS-ANN-COUNT.
           MOVE ANNOUNCEMENT-RECORD TO WS-ANN-LINE(WS-ANN-COUNT).
           ADD 1 TO WS-CHANGED-COUNT.
           DISPLAY "Announcement " FUNCTION TRIM(WS-NEW-CODE)
               " prepared for " WS-EXTRACT-COUNT " customers; run the "
               "filterer with DRY-RUN for its forecast, then approve".

      * The code must be on the registry and not switched off; with
      * no registry on file the filterer takes any code, so do we
           CHECK-REGISTRY-CODE SECTION.
           OPEN INPUT F-CAMPAIGN-REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-REG-FOUND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CAMPAIGN-REGISTRY-FILE
                   NOT AT END
                       IF REG-CODE = WS-NEW-CODE
                           MOVE 'Y' TO WS-REG-FOUND
                           IF REG-ACTIVE = 'N'
                               MOVE 'I' TO WS-REG-FOUND
                           END-IF
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CAMPAIGN-REGISTRY-FILE.
           IF WS-REG-FOUND = 'N'
               DISPLAY "Campaign " FUNCTION TRIM(WS-NEW-CODE)
                   " is not on the registry, nothing prepared"
               MOVE 'N' TO WS-PREPARE-OK
           END-IF.
           IF WS-REG-FOUND = 'I'
               DISPLAY "Campaign " FUNCTION TRIM(WS-NEW-CODE)
                   " is inactive on the registry, nothing prepared"
               MOVE 'N' TO WS-PREPARE-OK
           END-IF.

           CHECK-TEMPLATE-KEY SECTION.
           MOVE 'N' TO WS-TEMPLATE-FOUND.
           OPEN INPUT F-GREETING-TEMPLATES-FILE.
           IF WS-TEMPLATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-GREETING-TEMPLATES-FILE
                       NOT AT END
                           IF GT-CAMPAIGN-NAME = WS-NEW-TEMPLATE AND
                              GT-STATUS = "APPROVED"
                               MOVE 'Y' TO WS-TEMPLATE-FOUND
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GREETING-TEMPLATES-FILE
           END-IF.
           IF WS-TEMPLATE-FOUND = 'N'
               DISPLAY "Template " FUNCTION TRIM(WS-NEW-TEMPLATE)
                   " has no approved version in "
                   "greeting-templates.dat, nothing prepared"
               MOVE 'N' TO WS-PREPARE-OK
           END-IF.

      * Keeps the audiences of announcements still open; those of
      * sent and cancelled ones are dropped as the file is rewritten
           KEEP-OPEN-AUDIENCES SECTION.
           MOVE 0 TO WS-AUD-COUNT.
           OPEN INPUT F-ANN-AUDIENCE-FILE.
           IF WS-ANN-AUDIENCE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ANN-AUDIENCE-FILE
                   NOT AT END
                       PERFORM CHECK-AUDIENCE-OPEN
                       IF WS-OPEN-FOUND = 'Y'
                           IF WS-AUD-COUNT < 99999
                               ADD 1 TO WS-AUD-COUNT
                               MOVE ANN-AUDIENCE-RECORD
                                   TO WS-AUD-LINE(WS-AUD-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-AUD-TRUNCATED
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ANN-AUDIENCE-FILE.

           CHECK-AUDIENCE-OPEN SECTION.
           MOVE 'N' TO WS-OPEN-FOUND.
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
               UNTIL WS-ANN-IDX > WS-ANN-COUNT OR WS-OPEN-FOUND = 'Y'
               MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD
               IF ANN-CODE = AUD-CODE AND
                  (ANN-STATE = "DRAFT" OR ANN-STATE = "APPROVED")
                   MOVE 'Y' TO WS-OPEN-FOUND
               END-IF
           END-PERFORM.

      * The approval gate: a dry-run forecast must be on file and the
      * approver must not be the operator who prepared it
           APPROVE-ONE-ANNOUNCEMENT SECTION.
           MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD.
           IF ANN-STATE NOT = "DRAFT"
               EXIT SECTION
           END-IF.
           DISPLAY " ".
           DISPLAY "Announcement " FUNCTION TRIM(ANN-CODE)
               " template " FUNCTION TRIM(ANN-TEMPLATE)
               " prepared " ANN-PREPARED-DATE " by " ANN-PREPARED-BY.
           DISPLAY "  Audience: " ANN-AUDIENCE-COUNT.
           IF ANN-FORECAST-DATE = SPACES
               DISPLAY "  No dry-run forecast yet - run the filterer "
                   "with DRY-RUN before approving"
               EXIT SECTION
           END-IF.
           DISPLAY "  Forecast: " ANN-FORECAST-COUNT " cards (dry run "
               ANN-FORECAST-DATE ")".
           IF ANN-PREPARED-BY = WS-AUTH-OPERATOR
               DISPLAY "  Prepared by you - a second operator must "
                   "approve it"
               EXIT SECTION
           END-IF.
           DISPLAY "Approve for the next nightly run (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT SECTION
           END-IF.
           MOVE "APPROVED" TO ANN-STATE.
           MOVE WS-RUN-DATE TO ANN-APPROVED-DATE.
           MOVE WS-AUTH-OPERATOR TO ANN-APPROVED-BY.
           MOVE ANNOUNCEMENT-RECORD TO WS-ANN-LINE(WS-ANN-IDX).
           ADD 1 TO WS-CHANGED-COUNT.

           CANCEL-ONE-ANNOUNCEMENT SECTION.
           MOVE WS-ANN-LINE(WS-ANN-IDX) TO ANNOUNCEMENT-RECORD.
           IF ANN-STATE NOT = "DRAFT" AND ANN-STATE NOT = "APPROVED"
               EXIT SECTION
           END-IF.
           DISPLAY " ".
           DISPLAY "Announcement " FUNCTION TRIM(ANN-CODE) " is "
               FUNCTION TRIM(ANN-STATE) ", audience "
               ANN-AUDIENCE-COUNT ", sent so far " ANN-SENT-COUNT.
           DISPLAY "Cancel it (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT SECTION
           END-IF.
           MOVE "CANCELED" TO ANN-STATE.
           MOVE ANNOUNCEMENT-RECORD TO WS-ANN-LINE(WS-ANN-IDX).
           ADD 1 TO WS-CHANGED-COUNT.
