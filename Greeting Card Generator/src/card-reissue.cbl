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
           FD F-PENDING-FILE.
      * One generic view fits every campaign's pending layout: the
      * contact block and greeting share their columns, the trailer
                      10 WS-MATCH-PERSON PIC X(10).
                      10 WS-MATCH-CAMPAIGN PIC X(12).
                      10 WS-MATCH-RUN-DATE PIC X(10).
                      10 WS-MATCH-DESIGN PIC X(8).
           01 WS-DATE-WORK PIC X(10).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-HIST-DAY-NUM PIC 9(8).
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
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".
           01 WS-PROV-PROGRAM-NAME PIC X(20) VALUE "card-reissue".
           01 WS-PROV-TEMPLATE-KEY PIC X(20).                           * The template row the reissued text came from, if any
           01 WS-PROV-TEMPLATE-LANGUAGE PIC X(2).
           01 WS-PROV-TEMPLATE-BRAND PIC X(8).
           01 WS-PROV-TEMPLATE-VERSION PIC 9(3).
           01 WS-TEMPLATE-FOUND-VERSION PIC 9(3).                       * Version of the template row the lookup matched
           01 WS-NEW-CARD-ID UNSIGNED-INT.
           01 WS-PENDING-NAME PIC X(60).
           01 WS-CAMPAIGN-KIND PIC 9.                                   * 1 plain trailer, 2 with voucher, 3 moon date first
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

      * One pass over the history ledger stashes every row that sits
      * inside a queued bounce's window; a queued row whose customer
                   IF (WS-QUEUE-CHANNEL(WS-QUEUE-IDX) = "MAIL" AND
                       PERSON-BAD-ADDRESS-FLAG = 'Y') OR
                      (WS-QUEUE-CHANNEL(WS-QUEUE-IDX) = "EMAIL" AND
                       PERSON-BAD-EMAIL-FLAG = 'Y') OR
                      (WS-QUEUE-CHANNEL(WS-QUEUE-IDX) = "SMS" AND
                       PERSON-BAD-MOBILE-FLAG = 'Y')
                       ADD 1 TO WS-STILL-BLOCKED-COUNT
                   ELSE
                       MOVE 'R' TO WS-QUEUE-DISPOSITION(WS-QUEUE-IDX)
                           TO WS-MATCH-CAMPAIGN(WS-MATCH-COUNT)
                       MOVE HIST-RUN-DATE
                           TO WS-MATCH-RUN-DATE(WS-MATCH-COUNT)
                       MOVE HIST-DESIGN-CODE
                           TO WS-MATCH-DESIGN(WS-MATCH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE PERSON-CONTACT-CHANNEL TO HIST-CHANNEL.
           MOVE SPACES TO HIST-VARIANT.                                 * Not under test; a prior READ may have left a variant
           MOVE WS-MATCH-DESIGN(WS-MATCH-IDX) TO HIST-DESIGN-CODE.
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
           ADD 1 TO WS-REISSUED-COUNT.

      * Each campaign's pending file and trailer layout, matching
                   MOVE PERSON-REGION TO PENDING-TRAILER(10:20)
                   MOVE PERSON-BRAND TO PENDING-TRAILER(30:8)
           END-EVALUATE.
           MOVE WS-MATCH-DESIGN(WS-MATCH-IDX)                           * The replacement goes out on the artwork the lost
               TO PENDING-TRAILER(54:8).                                * card was printed on

           GET-GREETING-TEMPLATE SECTION.                               * Campaign/language/brand lookup with the nightly pass's
           MOVE 0 TO WS-TEMPLATE-FOUND.                                 * English and house-brand fallbacks
               MOVE 1 TO WS-TEMPLATE-FOUND
               MOVE WS-TEMPLATE-TEXT(WS-TEMPLATE-IDX) TO
                   WS-TEMPLATE-PREFIX
               MOVE WS-TEMPLATE-VERSION(WS-TEMPLATE-IDX) TO
                   WS-TEMPLATE-FOUND-VERSION
           END-IF.

           BUILD-REISSUE-GREETING SECTION.
           MOVE SPACES TO WS-PROV-TEMPLATE-KEY.
           MOVE SPACES TO WS-PROV-TEMPLATE-LANGUAGE.
           MOVE SPACES TO WS-PROV-TEMPLATE-BRAND.
           MOVE 0 TO WS-PROV-TEMPLATE-VERSION.
           MOVE WS-CURRENT-CAMPAIGN TO WS-TEMPLATE-LOOKUP-NAME.
           PERFORM GET-GREETING-TEMPLATE.
           IF WS-TEMPLATE-FOUND = 0
                   OR WS-MERGE-OUT-POS > 200.
           IF WS-MERGE-UNRESOLVED = 'Y'                                 * Broken merge text must never reach a customer
               PERFORM BUILD-STOCK-GREETING
           ELSE
               MOVE WS-TEMPLATE-LOOKUP-NAME TO WS-PROV-TEMPLATE-KEY
               MOVE WS-TEMPLATE-LOOKUP-LANGUAGE
                   TO WS-PROV-TEMPLATE-LANGUAGE
               MOVE WS-TEMPLATE-LOOKUP-BRAND TO WS-PROV-TEMPLATE-BRAND
               MOVE WS-TEMPLATE-FOUND-VERSION
                   TO WS-PROV-TEMPLATE-VERSION
           END-IF.

           BUILD-STOCK-GREETING SECTION.

           RESOLVE-HOLIDAY-NAME SECTION.
           MOVE 'Y' TO WS-MERGE-UNRESOLVED.
           MOVE WS-CURRENT-RUN-DATE(1:4) TO WS-HOLIDAY-YEAR.
           PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
               UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
               CALL "holiday-date-resolver" USING
                   WS-HOLIDAY-ROW-IMAGE(WS-HOLIDAY-IDX),
                   WS-HOLIDAY-YEAR,
                   WS-HOLIDAY-MON-DAY-WORK
               IF WS-HOLIDAY-MON-DAY-WORK = WS-CURRENT-RUN-DATE(6:5)
                   MOVE WS-HOLIDAY-ROW-NAME(WS-HOLIDAY-IDX)
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
