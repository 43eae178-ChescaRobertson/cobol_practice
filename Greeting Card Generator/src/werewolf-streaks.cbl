                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-RESPONSE-HISTORY-FILE
                 ASSIGN TO "response-history.dat"
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-STREAKS-FILE ASSIGN TO "werewolf-streaks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
      * Which experiment variant the card carried; spaces when the
      * campaign was not under test
               05 HIST-VARIANT PIC X(2).
      * The artwork catalog design the card was printed on;
      * spaces when no catalog design applied
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-RESPONSE-HISTORY-FILE.                                    * Every recorded customer response, as intake wrote them
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
               05 GT-LANGUAGE PIC X(2).
               05 GT-BRAND PIC X(8).
               05 GT-PREFIX-TEXT PIC X(160).
               05 GT-VERSION PIC 9(3).
               05 GT-STATUS PIC X(8).                                   * DRAFT, APPROVED or RETIRED
               05 GT-EFFECTIVE-FROM PIC X(10).
               05 GT-SUBMITTED-BY PIC X(8).
               05 GT-APPROVED-BY PIC X(8).
               05 GT-APPROVED-DATE PIC X(10).
           FD F-RECOGNITION-FILE.                                         * Recognition cards ride the occasion pending queue
           01 RECOGNITION-PERSON.
               05 RECOGNITION-NAME PIC X(40).
                      10 WS-TEMPLATE-LANGUAGE PIC X(2).
                      10 WS-TEMPLATE-BRAND PIC X(8).
                      10 WS-TEMPLATE-TEXT PIC X(160).
                      10 WS-TEMPLATE-VERSION PIC 9(3).
                      10 WS-TEMPLATE-EFFECTIVE PIC X(10).
           01 WS-TEMPLATE-SLOT PIC 9(4) COMP.
           01 WS-GT-LANGUAGE PIC X(2).
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".
           01 WS-PROV-PROGRAM-NAME PIC X(20) VALUE "werewolf-streaks".
           01 WS-PROV-NO-TEMPLATE.                                      * Fixed wording: no greeting-templates.dat row applies
               05 WS-PROV-TEMPLATE-KEY PIC X(20) VALUE SPACES.
               05 WS-PROV-TEMPLATE-LANGUAGE PIC X(2) VALUE SPACES.
               05 WS-PROV-TEMPLATE-BRAND PIC X(8) VALUE SPACES.
               05 WS-PROV-TEMPLATE-VERSION PIC 9(3) VALUE 0.
           01 WS-NEW-CARD-ID UNSIGNED-INT.

       PROCEDURE DIVISION.
           END-IF.
           MOVE LEDGER-IDX TO WS-LEDGER-COUNT.

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
           MOVE GT-LANGUAGE TO WS-GT-LANGUAGE.
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

      * Every WEREWOLF ledger row whose run date is a windowed
      * supermoon opens (or extends) that customer's event row
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE PERSON-CONTACT-CHANNEL TO HIST-CHANNEL.
           MOVE SPACES TO HIST-VARIANT.                                 * Not under test; a prior READ may have left a variant
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
           MOVE WS-WOLF-TIER(WS-WOLF-IDX)
               TO WS-WOLF-RECOGNIZED(WS-WOLF-IDX).
           ADD 1 TO WS-CARDS-SENT.
