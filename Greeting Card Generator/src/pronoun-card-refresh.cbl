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
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-GREETING-TEMPLATES-FILE
                 ASSIGN TO "greeting-templates.dat"
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
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
           FD F-HOLIDAYS-FILE.                                            * Control file of recurring MM-DD holiday dates
           01 HOLIDAY-RECORD.
               05 HOLIDAY-MON-DAY PIC X(5).
               05 HOLIDAY-NAME PIC X(30).
               05 HOLIDAY-RULE PIC X(8).                                * Blank/FIXED, NTH-DOW, LAST-DOW, EASTER or TABLE
               05 HOLIDAY-RULE-MONTH PIC X(2).
               05 HOLIDAY-RULE-WEEKDAY PIC X.
               05 HOLIDAY-RULE-NTH PIC X.
               05 HOLIDAY-RULE-OFFSET PIC X(4).
           FD F-CARD-FILE.
           01 CARD-FILE-RECORD PIC X(500).
           WORKING-STORAGE SECTION.
           01 WS-TEMPLATES-STATUS PIC XX.
           01 WS-CARD-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-REFRESHED-COUNT PIC 9(6) VALUE 0.
           01 WS-QUEUE-COUNT PIC 9(4) COMP VALUE 0.
                      10 WS-TEMPLATE-LANGUAGE PIC X(2).
                      10 WS-TEMPLATE-BRAND PIC X(8).
                      10 WS-TEMPLATE-TEXT PIC X(160).
                      10 WS-TEMPLATE-VERSION PIC 9(3).
                      10 WS-TEMPLATE-EFFECTIVE PIC X(10).
           01 WS-TEMPLATE-SLOT PIC 9(4) COMP.
           01 WS-GT-LANGUAGE PIC X(2).
           01 WS-MERGED-GREETING PIC X(200).
           01 WS-MERGE-IN-POS PIC 9(4) COMP.
           01 WS-MERGE-OUT-POS PIC 9(4) COMP.
              05 WS-HOLIDAY-ROW OCCURS 1 TO 99 TIMES
                  DEPENDING ON WS-HOLIDAY-COUNT
                  INDEXED BY HOLIDAY-IDX.
                      10 WS-HOLIDAY-ROW-IMAGE PIC X(51).
                      10 WS-HOLIDAY-ROW-NAME PIC X(30).
           01 WS-HOLIDAY-YEAR PIC 9(4).
           01 WS-HOLIDAY-MON-DAY-WORK PIC X(5).
           01 WS-MERGE-NUM PIC 9(4).
           01 WS-MERGE-NUM-DISPLAY PIC ZZZ9.
           01 WS-TOKEN-CHECK-TEXT PIC X(160).
           01 WS-CURRENT-MOON-DATE PIC X(10).
           01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "pronoun-refresh".
           01 WS-AUDIT-ACTION PIC X(8) VALUE "CARDFIX".
           01 WS-AUDIT-BEFORE PIC X(600).
           01 WS-AUDIT-AFTER PIC X(600).
           01 WS-AUDIT-REQUESTED-BY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-APPROVED-BY PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           PERFORM LOAD-REFRESH-QUEUE.
           IF WS-QUEUE-COUNT = 0
           END-IF.
           MOVE QUEUE-IDX TO WS-QUEUE-COUNT.

      * Only APPROVED versions already effective on the run date are
      * loaded; drafts and retired versions never reach a card
           LOAD-GREETING-TEMPLATES SECTION.
           MOVE 0 TO WS-TEMPLATE-COUNT.
           OPEN INPUT F-GREETING-TEMPLATES-FILE.
           IF WS-TEMPLATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-GREETING-TEMPLATES-FILE
                       NOT AT END
                           IF GT-STATUS = "APPROVED" AND
                              GT-VERSION IS NUMERIC AND
                              GT-EFFECTIVE-FROM NOT > WS-RUN-DATE
                               PERFORM KEEP-IN-FORCE-TEMPLATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GREETING-TEMPLATES-FILE
           END-IF.

      * Of the approved versions of one campaign, language and brand
      * in force on the run date, the one that took effect last wins;
      * of two taking effect the same day, the higher version
           KEEP-IN-FORCE-TEMPLATE SECTION.
           IF GT-LANGUAGE = SPACES
               MOVE "EN" TO WS-GT-LANGUAGE
           ELSE
               MOVE GT-LANGUAGE TO WS-GT-LANGUAGE
           END-IF.
           MOVE 0 TO WS-TEMPLATE-SLOT.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
               UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
                   OR WS-TEMPLATE-SLOT > 0
               IF WS-TEMPLATE-NAME(WS-TEMPLATE-IDX) = GT-CAMPAIGN-NAME
                  AND WS-TEMPLATE-LANGUAGE(WS-TEMPLATE-IDX) =
                      WS-GT-LANGUAGE
                  AND WS-TEMPLATE-BRAND(WS-TEMPLATE-IDX) = GT-BRAND
                   MOVE WS-TEMPLATE-IDX TO WS-TEMPLATE-SLOT
               END-IF
           END-PERFORM.
           IF WS-TEMPLATE-SLOT = 0
               IF WS-TEMPLATE-COUNT = 50
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TEMPLATE-COUNT
               MOVE WS-TEMPLATE-COUNT TO WS-TEMPLATE-SLOT
           ELSE
               IF WS-TEMPLATE-EFFECTIVE(WS-TEMPLATE-SLOT) >
                  GT-EFFECTIVE-FROM OR
                  (WS-TEMPLATE-EFFECTIVE(WS-TEMPLATE-SLOT) =
                   GT-EFFECTIVE-FROM AND
                   WS-TEMPLATE-VERSION(WS-TEMPLATE-SLOT) > GT-VERSION)
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE GT-CAMPAIGN-NAME TO WS-TEMPLATE-NAME(WS-TEMPLATE-SLOT).
           MOVE WS-GT-LANGUAGE
               TO WS-TEMPLATE-LANGUAGE(WS-TEMPLATE-SLOT).
           MOVE GT-BRAND TO WS-TEMPLATE-BRAND(WS-TEMPLATE-SLOT).
           MOVE GT-PREFIX-TEXT TO WS-TEMPLATE-TEXT(WS-TEMPLATE-SLOT).
           MOVE GT-VERSION TO WS-TEMPLATE-VERSION(WS-TEMPLATE-SLOT).
           MOVE GT-EFFECTIVE-FROM
               TO WS-TEMPLATE-EFFECTIVE(WS-TEMPLATE-SLOT).

      * Pass one walks the pending queues, pass two the quarantine
      * review files of the same bases
           MOVE WS-MERGED-GREETING TO WS-AUDIT-AFTER.
           CALL "customer-audit-writer" USING
               WS-AUDIT-PROGRAM-NAME WS-AUDIT-ACTION PERSON-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
               WS-AUDIT-REQUESTED-BY WS-AUDIT-APPROVED-BY.

           GET-GREETING-TEMPLATE SECTION.                               * The nightly pass's lookup with its fallbacks
           MOVE 0 TO WS-TEMPLATE-FOUND.

           RESOLVE-HOLIDAY-NAME SECTION.
           MOVE 'Y' TO WS-MERGE-UNRESOLVED.
           MOVE WS-CURRENT-MOON-DATE(1:4) TO WS-HOLIDAY-YEAR.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > WS-HOLIDAY-COUNT
               CALL "holiday-date-resolver" USING
                   WS-HOLIDAY-ROW-IMAGE(HOLIDAY-IDX), WS-HOLIDAY-YEAR,
                   WS-HOLIDAY-MON-DAY-WORK
               IF WS-HOLIDAY-MON-DAY-WORK = WS-CURRENT-MOON-DATE(6:5)
                   MOVE WS-HOLIDAY-ROW-NAME(HOLIDAY-IDX)
                       TO WS-MERGE-VALUE
                   MOVE 'N' TO WS-MERGE-UNRESOLVED
                       NOT AT END
                           IF HOLIDAY-IDX < 99
                               SET HOLIDAY-IDX UP BY 1
                               MOVE HOLIDAY-RECORD TO
                                   WS-HOLIDAY-ROW-IMAGE(HOLIDAY-IDX)
                               MOVE HOLIDAY-NAME TO
                                   WS-HOLIDAY-ROW-NAME(HOLIDAY-IDX)
                           END-IF
