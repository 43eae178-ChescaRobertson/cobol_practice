      * Keeps the versions of greeting-templates.dat. Each line of
      * template-maint.dat submits a new DRAFT version of a campaign,
      * language and brand row, approves a draft, or retires a
      * version. A draft may only be approved by an operator other
      * than the one who submitted it, and only APPROVED versions
      * ever reach a card - from their effective-from date on. Every
      * version stays on file with who submitted and who approved
      * it; template-maint.rpt lists what was done and refused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. template-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-TEMPLATE-MAINT-FILE
                 ASSIGN TO "template-maint.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TEMPLATE-MAINT-STATUS.
               SELECT F-GREETING-TEMPLATES-FILE
                 ASSIGN TO "greeting-templates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TEMPLATES-STATUS.
               SELECT F-MAINT-REPORT-FILE
                 ASSIGN TO "template-maint.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-TEMPLATE-MAINT-FILE.
      * One SUBMIT, APPROVE or RETIRE per line. SUBMIT carries the
      * text and the date it is to take effect (blank for today);
      * APPROVE and RETIRE name the version, and APPROVE may move
      * the effective-from date.
           01 TEMPLATE-MAINT-RECORD.
               05 TM-ACTION PIC X(8).
               05 TM-CAMPAIGN-NAME PIC X(20).
               05 TM-LANGUAGE PIC X(2).
               05 TM-BRAND PIC X(8).
               05 TM-VERSION PIC X(3).
               05 TM-EFFECTIVE-FROM PIC X(10).
               05 TM-PREFIX-TEXT PIC X(160).
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
           FD F-MAINT-REPORT-FILE.
           01 WS-MAINT-REPORT-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-TEMPLATE-MAINT-STATUS PIC XX.
           01 WS-TEMPLATES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-LOCK-ACTION PIC X(8).
           01 WS-LOCK-RESULT PIC X(8).
           01 WS-AUTH-PROGRAM PIC X(20) VALUE "template-maintenance".
           01 WS-AUTH-ACTION PIC X(8).
           01 WS-AUTH-OPERATOR PIC X(8).
           01 WS-AUTH-ALLOWED PIC X.
           01 WS-SUBMITTED-COUNT PIC 9(6) VALUE 0.
           01 WS-APPROVED-COUNT PIC 9(6) VALUE 0.
           01 WS-RETIRED-COUNT PIC 9(6) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
           01 WS-REFUSE-REASON PIC X(50).
           01 WS-APPLIED-LABEL PIC X(9).
           01 WS-TM-LANGUAGE PIC X(2).
           01 WS-ROW-LANGUAGE PIC X(2).
           01 WS-TM-VERSION PIC 9(3).
           01 WS-HIGH-VERSION PIC 9(3).
           01 WS-ROW-FOUND PIC 9(4) COMP.
           01 WS-ROW-IDX PIC 9(4) COMP.
           01 WS-ROW-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-ROWS-READ PIC 9(6) VALUE 0.
           01 WS-ROWS-INCOMPLETE PIC X VALUE 'N'.                       * 'Y' when the table does not hold the whole file
           01 WS-TEMPLATE-ROWS.                                         * The whole file, every version, rewritten at the end
              05 WS-TEMPLATE-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ROW-COUNT
                  INDEXED BY ROW-IDX.
                      10 WS-ROW-LINE PIC X(237).

       PROCEDURE DIVISION.

           MOVE "CHECK" TO WS-LOCK-ACTION.                               * The nightly pass reads the templates while its lock is on
           CALL "batch-lock" USING WS-LOCK-ACTION, WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "HELD"
               DISPLAY "Nightly run in progress, templates not "
                   "changed - rerun after the batch window"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           OPEN INPUT F-TEMPLATE-MAINT-FILE.
           IF WS-TEMPLATE-MAINT-STATUS NOT = "00"
               DISPLAY "No template-maint.dat on hand, nothing to do"
               GOBACK
           END-IF.
           PERFORM LOAD-TEMPLATE-ROWS.
           IF WS-ROWS-INCOMPLETE = 'Y'                                  * A rewrite from a partial table would lose rows
               CLOSE F-TEMPLATE-MAINT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-MAINT-REPORT-FILE.
           MOVE SPACES TO WS-MAINT-REPORT-RECORD.
           STRING "TEMPLATE MAINTENANCE " WS-RUN-DATE
               INTO WS-MAINT-REPORT-RECORD
           END-STRING.
           WRITE WS-MAINT-REPORT-RECORD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TEMPLATE-MAINT-FILE
                   NOT AT END
                       PERFORM APPLY-ONE-MAINT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TEMPLATE-MAINT-FILE.
           IF WS-SUBMITTED-COUNT > 0 OR WS-APPROVED-COUNT > 0 OR
              WS-RETIRED-COUNT > 0
               PERFORM SAVE-TEMPLATE-ROWS
           END-IF.
           MOVE SPACES TO WS-MAINT-REPORT-RECORD.
           STRING "SUBMITTED " WS-SUBMITTED-COUNT
                  "  APPROVED " WS-APPROVED-COUNT
                  "  RETIRED " WS-RETIRED-COUNT
                  "  REFUSED " WS-REFUSED-COUNT
               INTO WS-MAINT-REPORT-RECORD
           END-STRING.
           WRITE WS-MAINT-REPORT-RECORD.
           CLOSE F-MAINT-REPORT-FILE.
           DISPLAY "Templates submitted: " WS-SUBMITTED-COUNT
               " approved: " WS-APPROVED-COUNT
               " retired: " WS-RETIRED-COUNT
               " refused: " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * No file yet starts an empty table; a file that will not open
      * or will not fit stops the run before any line is applied
           LOAD-TEMPLATE-ROWS SECTION.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-ROWS-READ.
           MOVE 'N' TO WS-ROWS-INCOMPLETE.
           OPEN INPUT F-GREETING-TEMPLATES-FILE.
           IF WS-TEMPLATES-STATUS = "35"
               EXIT SECTION
           END-IF.
           IF WS-TEMPLATES-STATUS NOT = "00"
               DISPLAY "WARNING: greeting-templates.dat FILE STATUS "
                   WS-TEMPLATES-STATUS ", no template changed"
               MOVE 'Y' TO WS-ROWS-INCOMPLETE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GREETING-TEMPLATES-FILE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF WS-ROW-COUNT < 2000
                           ADD 1 TO WS-ROW-COUNT
                           MOVE GREETING-TEMPLATE-RECORD
                               TO WS-ROW-LINE(WS-ROW-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ROWS-INCOMPLETE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GREETING-TEMPLATES-FILE.
           IF WS-ROWS-INCOMPLETE = 'Y'
               DISPLAY "WARNING: greeting-templates.dat has "
                   WS-ROWS-READ " rows, over 2000 - no template "
                   "changed"
           END-IF.

      * Each line is authorized for its own action, so an operator
      * may be allowed to submit text without being able to approve
           APPLY-ONE-MAINT SECTION.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF TM-ACTION NOT = "SUBMIT" AND TM-ACTION NOT = "APPROVE"
              AND TM-ACTION NOT = "RETIRE"
               MOVE "action not SUBMIT, APPROVE or RETIRE"
                   TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT SECTION
           END-IF.
           MOVE TM-ACTION TO WS-AUTH-ACTION.
           CALL "operator-auth" USING WS-AUTH-PROGRAM,
               WS-AUTH-ACTION, WS-AUTH-OPERATOR, WS-AUTH-ALLOWED.
           IF WS-AUTH-ALLOWED NOT = 'Y'
               MOVE "operator not authorized for this action"
                   TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT SECTION
           END-IF.
           IF TM-LANGUAGE = SPACES
               MOVE "EN" TO WS-TM-LANGUAGE
           ELSE
               MOVE TM-LANGUAGE TO WS-TM-LANGUAGE
           END-IF.
           EVALUATE TM-ACTION
               WHEN "SUBMIT"
                   PERFORM SUBMIT-TEMPLATE-VERSION
               WHEN "APPROVE"
                   PERFORM APPROVE-TEMPLATE-VERSION
               WHEN "RETIRE"
                   PERFORM RETIRE-TEMPLATE-VERSION
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REPORT-REFUSAL
           END-IF.

      * A new version numbers one past the highest on file for the
      * campaign, language and brand, whatever their status
           SUBMIT-TEMPLATE-VERSION SECTION.
           IF TM-CAMPAIGN-NAME = SPACES OR TM-PREFIX-TEXT = SPACES
               MOVE "submit needs a campaign name and text"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           IF TM-EFFECTIVE-FROM NOT = SPACES AND
              (TM-EFFECTIVE-FROM(5:1) NOT = "-" OR
               TM-EFFECTIVE-FROM(8:1) NOT = "-")
               MOVE "effective-from date not YYYY-MM-DD"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           IF WS-ROW-COUNT = 2000
               MOVE "greeting-templates.dat is full"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-HIGH-VERSION.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO GREETING-TEMPLATE-RECORD
               PERFORM NORMALIZE-ROW-LANGUAGE
               IF GT-CAMPAIGN-NAME = TM-CAMPAIGN-NAME AND
                  WS-ROW-LANGUAGE = WS-TM-LANGUAGE AND
                  GT-BRAND = TM-BRAND AND
                  GT-VERSION IS NUMERIC AND
                  GT-VERSION > WS-HIGH-VERSION
                   MOVE GT-VERSION TO WS-HIGH-VERSION
               END-IF
           END-PERFORM.
           IF WS-HIGH-VERSION = 999
               MOVE "no version numbers left for this template"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE SPACES TO GREETING-TEMPLATE-RECORD.
           MOVE TM-CAMPAIGN-NAME TO GT-CAMPAIGN-NAME.
           MOVE WS-TM-LANGUAGE TO GT-LANGUAGE.
           MOVE TM-BRAND TO GT-BRAND.
           MOVE TM-PREFIX-TEXT TO GT-PREFIX-TEXT.
           COMPUTE GT-VERSION = WS-HIGH-VERSION + 1.
           MOVE "DRAFT" TO GT-STATUS.
           IF TM-EFFECTIVE-FROM = SPACES
               MOVE WS-RUN-DATE TO GT-EFFECTIVE-FROM
           ELSE
               MOVE TM-EFFECTIVE-FROM TO GT-EFFECTIVE-FROM
           END-IF.
           MOVE WS-AUTH-OPERATOR TO GT-SUBMITTED-BY.
           ADD 1 TO WS-ROW-COUNT.
           MOVE GREETING-TEMPLATE-RECORD TO WS-ROW-LINE(WS-ROW-COUNT).
           ADD 1 TO WS-SUBMITTED-COUNT.
           MOVE "SUBMITTED" TO WS-APPLIED-LABEL.
           PERFORM REPORT-APPLIED.

           APPROVE-TEMPLATE-VERSION SECTION.
           PERFORM FIND-TEMPLATE-VERSION.
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT SECTION
           END-IF.
           IF GT-STATUS NOT = "DRAFT"
               MOVE "only a DRAFT version can be approved"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           IF GT-SUBMITTED-BY = WS-AUTH-OPERATOR
               MOVE "submitted by you - needs a second operator"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           IF TM-EFFECTIVE-FROM NOT = SPACES
               IF TM-EFFECTIVE-FROM(5:1) NOT = "-" OR
                  TM-EFFECTIVE-FROM(8:1) NOT = "-"
                   MOVE "effective-from date not YYYY-MM-DD"
                       TO WS-REFUSE-REASON
                   EXIT SECTION
               END-IF
               MOVE TM-EFFECTIVE-FROM TO GT-EFFECTIVE-FROM
           END-IF.
           MOVE "APPROVED" TO GT-STATUS.
           MOVE WS-AUTH-OPERATOR TO GT-APPROVED-BY.
           MOVE WS-RUN-DATE TO GT-APPROVED-DATE.
           MOVE GREETING-TEMPLATE-RECORD TO WS-ROW-LINE(WS-ROW-FOUND).
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE "APPROVED" TO WS-APPLIED-LABEL.
           PERFORM REPORT-APPLIED.

      * Retiring a draft withdraws it; retiring an approved version
      * takes it out of service, and the next newest approved
      * version in force takes over the following night
           RETIRE-TEMPLATE-VERSION SECTION.
           PERFORM FIND-TEMPLATE-VERSION.
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT SECTION
           END-IF.
           IF GT-STATUS = "RETIRED"
               MOVE "version already retired" TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE "RETIRED" TO GT-STATUS.
           MOVE GREETING-TEMPLATE-RECORD TO WS-ROW-LINE(WS-ROW-FOUND).
           ADD 1 TO WS-RETIRED-COUNT.
           MOVE "RETIRED" TO WS-APPLIED-LABEL.
           PERFORM REPORT-APPLIED.

      * Leaves the named version in GREETING-TEMPLATE-RECORD and its
      * slot in WS-ROW-FOUND, or a reason when it is not on file
           FIND-TEMPLATE-VERSION SECTION.
           IF TM-VERSION IS NOT NUMERIC
               MOVE "version number not numeric" TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE TM-VERSION TO WS-TM-VERSION.
           MOVE 0 TO WS-ROW-FOUND.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT OR WS-ROW-FOUND > 0
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO GREETING-TEMPLATE-RECORD
               PERFORM NORMALIZE-ROW-LANGUAGE
               IF GT-CAMPAIGN-NAME = TM-CAMPAIGN-NAME AND
                  WS-ROW-LANGUAGE = WS-TM-LANGUAGE AND
                  GT-BRAND = TM-BRAND AND
                  GT-VERSION IS NUMERIC AND
                  GT-VERSION = WS-TM-VERSION
                   MOVE WS-ROW-IDX TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0
               MOVE "no such template version on file"
                   TO WS-REFUSE-REASON
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-LINE(WS-ROW-FOUND) TO GREETING-TEMPLATE-RECORD.

           NORMALIZE-ROW-LANGUAGE SECTION.
           IF GT-LANGUAGE = SPACES
               MOVE "EN" TO WS-ROW-LANGUAGE
           ELSE
               MOVE GT-LANGUAGE TO WS-ROW-LANGUAGE
           END-IF.

           REPORT-APPLIED SECTION.
           MOVE SPACES TO WS-MAINT-REPORT-RECORD.
           STRING WS-APPLIED-LABEL " " GT-CAMPAIGN-NAME " "
                  WS-TM-LANGUAGE " " GT-BRAND " V" GT-VERSION
                  " EFFECTIVE " GT-EFFECTIVE-FROM
                  " BY " WS-AUTH-OPERATOR
               INTO WS-MAINT-REPORT-RECORD
           END-STRING.
           WRITE WS-MAINT-REPORT-RECORD.

           REPORT-REFUSAL SECTION.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO WS-MAINT-REPORT-RECORD.
           STRING "REFUSED   " TM-ACTION " " TM-CAMPAIGN-NAME " "
                  TM-LANGUAGE " " TM-BRAND " V" TM-VERSION ": "
                  WS-REFUSE-REASON
               INTO WS-MAINT-REPORT-RECORD
           END-STRING.
           WRITE WS-MAINT-REPORT-RECORD.

           SAVE-TEMPLATE-ROWS SECTION.
           OPEN OUTPUT F-GREETING-TEMPLATES-FILE.
           IF WS-TEMPLATES-STATUS NOT = "00"
               DISPLAY "WARNING: greeting-templates.dat FILE STATUS "
                   WS-TEMPLATES-STATUS ", changes not saved"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO GREETING-TEMPLATE-RECORD
               WRITE GREETING-TEMPLATE-RECORD
           END-PERFORM.
           CLOSE F-GREETING-TEMPLATES-FILE.
