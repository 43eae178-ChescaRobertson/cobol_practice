                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-EMAIL
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-BIRTH-MON-DAY
                   WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PERSON-ANNIV-MON-DAY
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-GREETING-TEMPLATES-FILE
                 ASSIGN TO "greeting-templates.dat"
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
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PROOF-ID PIC X(10).
           01 WS-PROOF-CAMPAIGN PIC X(20).
           01 WS-RUN-DATE PIC X(10).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-HOLIDAY-NAME PIC X(30) VALUE "SAMPLE HOLIDAY".
           01 WS-CURRENT-MOON-DATE PIC X(10).
                      10 WS-TEMPLATE-LANGUAGE PIC X(2).
                      10 WS-TEMPLATE-BRAND PIC X(8).
                      10 WS-TEMPLATE-TEXT PIC X(160).
                      10 WS-TEMPLATE-VERSION PIC 9(3).
                      10 WS-TEMPLATE-EFFECTIVE PIC X(10).
                      10 WS-TEMPLATE-STATUS PIC X(8).
           01 WS-TEMPLATE-SLOT PIC 9(4) COMP.
           01 WS-GT-LANGUAGE PIC X(2).
      * The merge work fields, the same shapes the nightly pass uses
           01 WS-MERGED-GREETING PIC X(200).
           01 WS-MERGE-IN-POS PIC 9(4) COMP.
           ACCEPT WS-PROOF-ID.
           DISPLAY "Campaign to proof (e.g. BIRTHDAY): ".
           ACCEPT WS-PROOF-CAMPAIGN.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.

           OPEN INPUT F-CUSTOMERS-FILE.
           DISPLAY "Proof written to card-proof.rpt".
           GOBACK.

      * The APPROVED version of each row in force today is proofed,
      * and every DRAFT beside it, so a new version is seen on a
      * real customer's card before anyone approves it
           LOAD-GREETING-TEMPLATES SECTION.
           MOVE 0 TO WS-TEMPLATE-COUNT.
           OPEN INPUT F-GREETING-TEMPLATES-FILE.
           IF WS-TEMPLATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-GREETING-TEMPLATES-FILE
                       NOT AT END
                           IF GT-STATUS = "DRAFT" OR
                              (GT-STATUS = "APPROVED" AND
                               GT-VERSION IS NUMERIC AND
                               GT-EFFECTIVE-FROM NOT > WS-RUN-DATE)
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
                  AND WS-TEMPLATE-STATUS(WS-TEMPLATE-IDX) = "APPROVED"
                  AND GT-STATUS = "APPROVED"
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
           MOVE GT-STATUS TO WS-TEMPLATE-STATUS(WS-TEMPLATE-SLOT).

           PICK-SAMPLE-HOLIDAY SECTION.                                 * The first cataloged holiday stands in for <HOLIDAY>
           OPEN INPUT F-HOLIDAYS-FILE.
           IF WS-TEMPLATE-BRAND(WS-TEMPLATE-IDX) = SPACES
               STRING "--- LANGUAGE "
                      WS-TEMPLATE-LANGUAGE(WS-TEMPLATE-IDX)
                      " BRAND HOUSE "
                      WS-TEMPLATE-STATUS(WS-TEMPLATE-IDX) " V"
                      WS-TEMPLATE-VERSION(WS-TEMPLATE-IDX) " ---"
                   INTO WS-PROOF-RECORD
               END-STRING
           ELSE
               STRING "--- LANGUAGE "
                      WS-TEMPLATE-LANGUAGE(WS-TEMPLATE-IDX)
                      " BRAND " WS-TEMPLATE-BRAND(WS-TEMPLATE-IDX)
                      " " WS-TEMPLATE-STATUS(WS-TEMPLATE-IDX) " V"
                      WS-TEMPLATE-VERSION(WS-TEMPLATE-IDX) " ---"
                   INTO WS-PROOF-RECORD
               END-STRING
           END-IF.
