      * Lists every DRAFT version in greeting-templates.dat beside the
      * APPROVED version it would replace - the one in force on the
      * draft's effective-from date for the same campaign, language
      * and brand - so the approver reads old and new text side by
      * side before signing off. The text is shown forty characters
      * a line, with "*" against each line that changed; a draft
      * with nothing in force before it shows as new.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. template-diff-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-GREETING-TEMPLATES-FILE
                 ASSIGN TO "greeting-templates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TEMPLATES-STATUS.
               SELECT F-DIFF-REPORT-FILE
                 ASSIGN TO "template-diff.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
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
           FD F-DIFF-REPORT-FILE.
           01 WS-DIFF-REPORT-RECORD PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-TEMPLATES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-DRAFT-COUNT PIC 9(4) VALUE 0.
           01 WS-ROW-IDX PIC 9(4) COMP.
           01 WS-OLD-IDX PIC 9(4) COMP.
           01 WS-OLD-FOUND PIC 9(4) COMP.
           01 WS-CHUNK-IDX PIC 9 COMP.
           01 WS-CHUNK-POS PIC 9(3) COMP.
           01 WS-CHANGE-MARK PIC X.
           01 WS-OLD-TEXT PIC X(160).
           01 WS-ROW-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-TEMPLATE-ROWS.
              05 WS-TEMPLATE-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ROW-COUNT
                  INDEXED BY ROW-IDX.
                      10 WS-ROW-NAME PIC X(20).
                      10 WS-ROW-LANGUAGE PIC X(2).
                      10 WS-ROW-BRAND PIC X(8).
                      10 WS-ROW-TEXT PIC X(160).
                      10 WS-ROW-VERSION PIC 9(3).
                      10 WS-ROW-STATUS PIC X(8).
                      10 WS-ROW-EFFECTIVE PIC X(10).
                      10 WS-ROW-SUBMITTED-BY PIC X(8).
                      10 WS-ROW-APPROVED-BY PIC X(8).
                      10 WS-ROW-APPROVED-DATE PIC X(10).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-TEMPLATE-ROWS.
           OPEN OUTPUT F-DIFF-REPORT-FILE.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           STRING "GREETING TEMPLATE DRAFTS AWAITING APPROVAL "
                  WS-RUN-DATE
               INTO WS-DIFF-REPORT-RECORD
           END-STRING.
           WRITE WS-DIFF-REPORT-RECORD.
           PERFORM DIFF-ONE-DRAFT
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           WRITE WS-DIFF-REPORT-RECORD.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           STRING "DRAFTS LISTED: " WS-DRAFT-COUNT
               INTO WS-DIFF-REPORT-RECORD
           END-STRING.
           WRITE WS-DIFF-REPORT-RECORD.
           CLOSE F-DIFF-REPORT-FILE.
           DISPLAY "Template drafts listed in template-diff.rpt: "
               WS-DRAFT-COUNT.
           GOBACK.

           LOAD-TEMPLATE-ROWS SECTION.
           MOVE 0 TO WS-ROW-COUNT.
           OPEN INPUT F-GREETING-TEMPLATES-FILE.
           IF WS-TEMPLATES-STATUS NOT = "00"
               DISPLAY "WARNING: greeting-templates.dat FILE STATUS "
                   WS-TEMPLATES-STATUS ", no drafts to compare"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GREETING-TEMPLATES-FILE
                   NOT AT END
                       IF WS-ROW-COUNT < 2000
                           ADD 1 TO WS-ROW-COUNT
                           MOVE GREETING-TEMPLATE-RECORD
                               TO WS-TEMPLATE-ROW(WS-ROW-COUNT)
                           IF WS-ROW-LANGUAGE(WS-ROW-COUNT) = SPACES
                               MOVE "EN"
                                   TO WS-ROW-LANGUAGE(WS-ROW-COUNT)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GREETING-TEMPLATES-FILE.

           DIFF-ONE-DRAFT SECTION.
           IF WS-ROW-STATUS(WS-ROW-IDX) NOT = "DRAFT"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-DRAFT-COUNT.
           PERFORM FIND-REPLACED-VERSION.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           WRITE WS-DIFF-REPORT-RECORD.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           STRING WS-ROW-NAME(WS-ROW-IDX) " "
                  WS-ROW-LANGUAGE(WS-ROW-IDX) " "
                  WS-ROW-BRAND(WS-ROW-IDX)
                  " DRAFT V" WS-ROW-VERSION(WS-ROW-IDX)
                  " BY " WS-ROW-SUBMITTED-BY(WS-ROW-IDX)
                  " EFFECTIVE " WS-ROW-EFFECTIVE(WS-ROW-IDX)
               INTO WS-DIFF-REPORT-RECORD
           END-STRING.
           WRITE WS-DIFF-REPORT-RECORD.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           IF WS-OLD-FOUND = 0
               MOVE "  REPLACES: nothing in force - a new template"
                   TO WS-DIFF-REPORT-RECORD
               MOVE SPACES TO WS-OLD-TEXT
           ELSE
               STRING "  REPLACES: V" WS-ROW-VERSION(WS-OLD-FOUND)
                      " APPROVED BY "
                      WS-ROW-APPROVED-BY(WS-OLD-FOUND)
                      " EFFECTIVE " WS-ROW-EFFECTIVE(WS-OLD-FOUND)
                   INTO WS-DIFF-REPORT-RECORD
               END-STRING
               MOVE WS-ROW-TEXT(WS-OLD-FOUND) TO WS-OLD-TEXT
           END-IF.
           WRITE WS-DIFF-REPORT-RECORD.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           MOVE "OLD" TO WS-DIFF-REPORT-RECORD(5:3).
           MOVE "NEW" TO WS-DIFF-REPORT-RECORD(48:3).
           WRITE WS-DIFF-REPORT-RECORD.
           PERFORM WRITE-TEXT-CHUNK
               VARYING WS-CHUNK-IDX FROM 1 BY 1
               UNTIL WS-CHUNK-IDX > 4.

      * The approved version the draft would take over from: in
      * force on the draft's effective-from date, latest effective
      * first, then highest version
           FIND-REPLACED-VERSION SECTION.
           MOVE 0 TO WS-OLD-FOUND.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-ROW-COUNT
               IF WS-ROW-STATUS(WS-OLD-IDX) = "APPROVED" AND
                  WS-ROW-NAME(WS-OLD-IDX) = WS-ROW-NAME(WS-ROW-IDX) AND
                  WS-ROW-LANGUAGE(WS-OLD-IDX) =
                      WS-ROW-LANGUAGE(WS-ROW-IDX) AND
                  WS-ROW-BRAND(WS-OLD-IDX) =
                      WS-ROW-BRAND(WS-ROW-IDX) AND
                  WS-ROW-EFFECTIVE(WS-OLD-IDX) NOT >
                      WS-ROW-EFFECTIVE(WS-ROW-IDX)
                   IF WS-OLD-FOUND = 0
                       MOVE WS-OLD-IDX TO WS-OLD-FOUND
                   ELSE
                       IF WS-ROW-EFFECTIVE(WS-OLD-IDX) >
                          WS-ROW-EFFECTIVE(WS-OLD-FOUND) OR
                          (WS-ROW-EFFECTIVE(WS-OLD-IDX) =
                           WS-ROW-EFFECTIVE(WS-OLD-FOUND) AND
                           WS-ROW-VERSION(WS-OLD-IDX) >
                           WS-ROW-VERSION(WS-OLD-FOUND))
                           MOVE WS-OLD-IDX TO WS-OLD-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           WRITE-TEXT-CHUNK SECTION.
           COMPUTE WS-CHUNK-POS = (WS-CHUNK-IDX - 1) * 40 + 1.
           IF WS-OLD-TEXT(WS-CHUNK-POS:40) = SPACES AND
              WS-ROW-TEXT(WS-ROW-IDX)(WS-CHUNK-POS:40) = SPACES
               EXIT SECTION
           END-IF.
           IF WS-OLD-TEXT(WS-CHUNK-POS:40) =
              WS-ROW-TEXT(WS-ROW-IDX)(WS-CHUNK-POS:40)
               MOVE SPACE TO WS-CHANGE-MARK
           ELSE
               MOVE "*" TO WS-CHANGE-MARK
           END-IF.
           MOVE SPACES TO WS-DIFF-REPORT-RECORD.
           STRING "  " WS-CHANGE-MARK " "
                  WS-OLD-TEXT(WS-CHUNK-POS:40) " | "
                  WS-ROW-TEXT(WS-ROW-IDX)(WS-CHUNK-POS:40)
               INTO WS-DIFF-REPORT-RECORD
           END-STRING.
           WRITE WS-DIFF-REPORT-RECORD.
