      * January "year in cards" recap. For every active customer it
      * sums up the calendar year just ended from card-history.dat,
      * response-history.dat, werewolf-streaks.dat and the voucher
      * pool: cards received by campaign, supermoons celebrated,
      * werewolf streak tier, vouchers received and redeemed, and an
      * anniversary milestone reached. One recap card per customer
      * goes on the occasion pending queue, greeted from the
      * YEAR-RECAP template in the customer's language and brand;
      * the email shell is applied downstream from the brand column.
      * Customers with nothing to recap, full opt-outs, and anyone
      * already recapped this year are skipped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. year-in-cards-recap.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-RESPONSE-HISTORY-FILE
                 ASSIGN TO "response-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
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
               SELECT F-STREAKS-FILE ASSIGN TO "werewolf-streaks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STREAKS-STATUS.
               SELECT F-VOUCHER-FILE ASSIGN TO "voucher-pool.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOUCHER-STATUS.
               SELECT F-PREFERENCES-FILE
                 ASSIGN TO "campaign-preferences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREFERENCES-STATUS.
               SELECT F-GREETING-TEMPLATES-FILE
                 ASSIGN TO "greeting-templates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TEMPLATES-STATUS.
               SELECT F-RECAP-FILE
                 ASSIGN TO "pending-occasion-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECAP-STATUS.
       DATA DIVISION.
           FILE SECTION.
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
           FD F-RESPONSE-HISTORY-FILE.                                    * Every recorded customer response, as intake wrote them
           01 HISTORY-RECORD.
               05 HISTORY-CARD-ID PIC X(9).
               05 HISTORY-PERSON-ID PIC X(10).
               05 HISTORY-CAMPAIGN PIC X(12).
               05 HISTORY-DATE PIC X(10).
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-STREAKS-FILE.                                             * The werewolf loyalty ledger werewolf-streaks keeps
           01 STREAK-RECORD.
               05 STREAK-PERSON-ID PIC X(10).
               05 STREAK-LENGTH PIC 9(3).
               05 STREAK-TIER PIC X(8).
               05 STREAK-RECOGNIZED PIC X(8).
               05 STREAK-REFRESH-DATE PIC X(10).
           FD F-VOUCHER-FILE.                                             * Finance's gift-voucher pool; codes must never re-issue
           01 VOUCHER-RECORD.
               05 VOUCHER-CODE PIC X(16).
               05 VOUCHER-STATE PIC X(6).
               05 VOUCHER-PERSON-ID PIC X(10).
               05 VOUCHER-ISSUE-DATE PIC X(10).
           FD F-PREFERENCES-FILE.                                         * Per-customer campaign opt-outs, 'N' means do not send
           01 PREFERENCE-RECORD.
               05 PREF-PERSON-ID PIC X(10).
               05 PREF-FLAGS PIC X(7).
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
           FD F-RECAP-FILE.                                               * Recap cards ride the occasion pending queue
           01 RECAP-PERSON.
               05 RECAP-NAME PIC X(40).
               05 RECAP-ADDRESS PIC X(100).
               05 RECAP-EMAIL PIC X(60).
               05 RECAP-CHANNEL PIC X(5).
               05 RECAP-GREETING PIC X(200).
               05 RECAP-CARD-ID PIC 9(9).
               05 RECAP-CARD-REGION PIC X(20).
               05 RECAP-CARD-BRAND PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-STREAKS-STATUS PIC XX.
           01 WS-VOUCHER-STATUS PIC XX.
           01 WS-PREFERENCES-STATUS PIC XX.
           01 WS-TEMPLATES-STATUS PIC XX.
           01 WS-RECAP-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SCAN-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-YEAR PIC 9(4).
           01 WS-RECAP-YEAR PIC 9(4).                                   * The calendar year being summed up: last year
           01 WS-RECAP-YEAR-TEXT REDEFINES WS-RECAP-YEAR PIC X(4).
           01 WS-RECAP-CAMPAIGN PIC X(12) VALUE "YEAR-RECAP".
           01 WS-WORK-PERSON PIC X(10).
      * Per-customer response and voucher tallies for the recap
      * year, gathered once from the two flat files
           01 WS-TALLY-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-TALLY-IDX PIC 9(5) COMP.
           01 WS-TALLY-FOUND PIC 9.
           01 WS-TALLY-SLOT PIC 9(5) COMP.
           01 WS-TALLY-FULL-WARNED PIC X VALUE 'N'.                     * Customers past the table get no tally line
           01 WS-TALLIES.
              05 WS-TALLY-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-TALLY-COUNT
                  INDEXED BY TALLY-IDX.
                      10 WS-TALLY-PERSON PIC X(10).
                      10 WS-TALLY-RESPONSES PIC 9(4).
                      10 WS-TALLY-VOUCHERS PIC 9(4).
                      10 WS-TALLY-REDEEMED PIC 9(4).
           01 WS-STREAK-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-STREAK-IDX PIC 9(5) COMP.
           01 WS-STREAK-ROWS.
              05 WS-STREAK-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-STREAK-COUNT
                  INDEXED BY STREAK-IDX.
                      10 WS-STREAK-PERSON PIC X(10).
                      10 WS-STREAK-TIER PIC X(8).
           01 WS-PREF-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-PREF-IDX PIC 9(5) COMP.
           01 WS-CUST-PREF PIC X(7).
           01 WS-PREF-ROWS.
              05 WS-PREF-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-PREF-COUNT
                  INDEXED BY PREF-IDX.
                      10 WS-PREF-PERSON PIC X(10).
                      10 WS-PREF-FLAGS PIC X(7).
      * The one customer's year, rebuilt for every customer read
           01 WS-CAMP-COUNT PIC 9(2) COMP VALUE 0.
           01 WS-CAMP-IDX PIC 9(2) COMP.
           01 WS-CAMP-SLOT PIC 9(2) COMP.
           01 WS-CAMPAIGN-COUNTS.
              05 WS-CAMP-ROW OCCURS 12 TIMES.
                  10 WS-CAMP-NAME PIC X(12).
                  10 WS-CAMP-CARDS PIC 9(4).
           01 WS-YEAR-CARDS PIC 9(4).
           01 WS-YEAR-SUPERMOONS PIC 9(4).
           01 WS-YEAR-RESPONSES PIC 9(4).
           01 WS-YEAR-VOUCHERS PIC 9(4).
           01 WS-YEAR-REDEEMED PIC 9(4).
           01 WS-YEAR-TIER PIC X(8).
           01 WS-YEARS-TOGETHER PIC 9(4).
           01 WS-ALREADY-RECAPPED PIC X.
      * Anniversaries worth a line on the recap: the first, every
      * fifth up to thirty, then every tenth
           01 WS-MILESTONE-YEARS.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 5.
               05 FILLER PIC 9(3) VALUE 10.
               05 FILLER PIC 9(3) VALUE 15.
               05 FILLER PIC 9(3) VALUE 20.
               05 FILLER PIC 9(3) VALUE 25.
               05 FILLER PIC 9(3) VALUE 30.
               05 FILLER PIC 9(3) VALUE 40.
               05 FILLER PIC 9(3) VALUE 50.
               05 FILLER PIC 9(3) VALUE 60.
           01 WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-YEARS.
               05 WS-MILESTONE-YEAR OCCURS 10 TIMES PIC 9(3).
           01 WS-MILESTONE-IDX PIC 9(2) COMP.
           01 WS-MILESTONE-HIT PIC X.
           01 WS-COUNT-EDIT PIC ZZZ9.
           01 WS-COUNT-TEXT PIC X(4).
           01 WS-RECAP-POINTER PIC 9(3) COMP.
           01 WS-RECAP-SEPARATOR PIC X.
           01 WS-CUSTOMERS-READ PIC 9(5) VALUE 0.
           01 WS-RECAPS-CUT PIC 9(5) VALUE 0.
           01 WS-NOTHING-SKIPPED PIC 9(5) VALUE 0.
           01 WS-OPT-OUT-SKIPPED PIC 9(5) VALUE 0.
           01 WS-REPEAT-SKIPPED PIC 9(5) VALUE 0.
           01 WS-TEMPLATE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-TEMPLATE-IDX PIC 9(4) COMP.
           01 WS-TEMPLATE-FOUND PIC 9.
           01 WS-TEMPLATE-LOOKUP-LANGUAGE PIC X(2).
           01 WS-TEMPLATE-LOOKUP-BRAND PIC X(8).
           01 WS-TEMPLATE-TEXT-FOUND PIC X(160).
           01 WS-TEMPLATE-VERSION-FOUND PIC 9(3).
           01 WS-GREET-NAME PIC X(40).
           01 WS-GREETING-TEMPLATES.
              05 WS-GREETING-TEMPLATE OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-TEMPLATE-COUNT
                  INDEXED BY TEMPLATE-IDX.
                      10 WS-TEMPLATE-NAME PIC X(20).
                      10 WS-TEMPLATE-LANGUAGE PIC X(2).
                      10 WS-TEMPLATE-BRAND PIC X(8).
                      10 WS-TEMPLATE-TEXT PIC X(160).
                      10 WS-TEMPLATE-VERSION PIC 9(3).
                      10 WS-TEMPLATE-EFFECTIVE PIC X(10).
           01 WS-TEMPLATE-SLOT PIC 9(4) COMP.
           01 WS-GT-LANGUAGE PIC X(2).
           01 WS-CARD-SEQUENCE-NAME PIC X(20) VALUE "CARD-ID".
           01 WS-PROV-PROGRAM-NAME PIC X(20)
               VALUE "year-in-cards-recap".
           01 WS-PROV-TEMPLATE.                                         * Spaces when the fixed wording went out
               05 WS-PROV-TEMPLATE-KEY PIC X(20).
               05 WS-PROV-TEMPLATE-LANGUAGE PIC X(2).
               05 WS-PROV-TEMPLATE-BRAND PIC X(8).
           01 WS-PROV-TEMPLATE-VERSION PIC 9(3) VALUE 0.                * Zero when the fixed wording went out
           01 WS-NEW-CARD-ID UNSIGNED-INT.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-RECAP-YEAR = WS-RUN-YEAR - 1.
           IF WS-RUN-DATE(6:2) NOT = "01"
               DISPLAY "NOTE: recap run outside January, still "
                   "summing up " WS-RECAP-YEAR
           END-IF.

           PERFORM LOAD-GREETING-TEMPLATES.
           PERFORM LOAD-CAMPAIGN-PREFERENCES.
           PERFORM LOAD-STREAK-TIERS.
           PERFORM TALLY-RESPONSES.
           PERFORM TALLY-VOUCHERS.
           PERFORM CUT-RECAP-CARDS.
           DISPLAY "Year in cards " WS-RECAP-YEAR ": "
               WS-CUSTOMERS-READ " customers read, "
               WS-RECAPS-CUT " recap cards cut".
           DISPLAY "  skipped: " WS-NOTHING-SKIPPED
               " nothing to recap, " WS-OPT-OUT-SKIPPED
               " opted out, " WS-REPEAT-SKIPPED
               " already recapped".
           GOBACK.

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

           LOAD-CAMPAIGN-PREFERENCES SECTION.
           SET PREF-IDX TO 0.
           OPEN INPUT F-PREFERENCES-FILE.
           IF WS-PREFERENCES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PREFERENCES-FILE
                       NOT AT END
                           IF PREF-IDX < 9999
                               ADD 1 TO PREF-IDX
                               MOVE PREF-PERSON-ID
                                   TO WS-PREF-PERSON(PREF-IDX)
                               MOVE PREF-FLAGS
                                   TO WS-PREF-FLAGS(PREF-IDX)
                           ELSE
                               MOVE 1 TO WS-FILE-IS-ENDED
                               DISPLAY "WARNING: "
                                   "campaign-preferences.dat over "
                                   "9999 rows, the rest not read"
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PREFERENCES-FILE
           END-IF.
           MOVE PREF-IDX TO WS-PREF-COUNT.

           LOAD-STREAK-TIERS SECTION.
           SET STREAK-IDX TO 0.
           OPEN INPUT F-STREAKS-FILE.
           IF WS-STREAKS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STREAKS-FILE
                       NOT AT END
                           IF STREAK-TIER NOT = SPACES
                               IF STREAK-IDX < 9999
                                   ADD 1 TO STREAK-IDX
                                   MOVE STREAK-PERSON-ID
                                       TO WS-STREAK-PERSON(STREAK-IDX)
                                   MOVE STREAK-TIER
                                       TO WS-STREAK-TIER(STREAK-IDX)
                               ELSE
                                   MOVE 1 TO WS-FILE-IS-ENDED
                                   DISPLAY "WARNING: "
                                       "werewolf-streaks.dat over "
                                       "9999 tiered rows, the rest "
                                       "not read"
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STREAKS-FILE
           END-IF.
           MOVE STREAK-IDX TO WS-STREAK-COUNT.

      * Any response dated in the recap year counts toward the
      * customer's "you wrote back" line
           TALLY-RESPONSES SECTION.
           OPEN INPUT F-RESPONSE-HISTORY-FILE.
           IF WS-RESPONSE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-HISTORY-FILE
                   NOT AT END
                       IF HISTORY-PERSON-ID NOT = SPACES AND
                          HISTORY-DATE(1:4) = WS-RECAP-YEAR-TEXT
                           MOVE HISTORY-PERSON-ID TO WS-WORK-PERSON
                           PERFORM FIND-OR-ADD-TALLY
                           IF WS-TALLY-SLOT > 0
                               ADD 1 TO
                                   WS-TALLY-RESPONSES(WS-TALLY-SLOT)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-HISTORY-FILE.

      * A voucher issued in the recap year counts as received; the
      * pool keeps no redemption date, so it counts as redeemed
      * when it has been redeemed by now
           TALLY-VOUCHERS SECTION.
           OPEN INPUT F-VOUCHER-FILE.
           IF WS-VOUCHER-STATUS NOT = "00"
               DISPLAY "WARNING: voucher-pool.dat FILE STATUS "
                   WS-VOUCHER-STATUS ", no vouchers recapped"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOUCHER-FILE
                   NOT AT END
                       IF VOUCHER-PERSON-ID NOT = SPACES AND
                          VOUCHER-ISSUE-DATE(1:4) = WS-RECAP-YEAR-TEXT
                          AND VOUCHER-STATE NOT = "OPEN"
                           MOVE VOUCHER-PERSON-ID TO WS-WORK-PERSON
                           PERFORM FIND-OR-ADD-TALLY
                           IF WS-TALLY-SLOT > 0
                               ADD 1 TO
                                   WS-TALLY-VOUCHERS(WS-TALLY-SLOT)
                               IF VOUCHER-STATE = "REDEEM"
                                   ADD 1 TO
                                     WS-TALLY-REDEEMED(WS-TALLY-SLOT)
                               END-IF
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VOUCHER-FILE.

           FIND-OR-ADD-TALLY SECTION.
           MOVE 0 TO WS-TALLY-FOUND.
           MOVE 0 TO WS-TALLY-SLOT.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                   OR WS-TALLY-FOUND = 1
               IF WS-TALLY-PERSON(WS-TALLY-IDX) = WS-WORK-PERSON
                   MOVE 1 TO WS-TALLY-FOUND
                   MOVE WS-TALLY-IDX TO WS-TALLY-SLOT
               END-IF
           END-PERFORM.
           IF WS-TALLY-FOUND = 0 AND WS-TALLY-COUNT < 9999
               ADD 1 TO WS-TALLY-COUNT
               MOVE WS-TALLY-COUNT TO WS-TALLY-SLOT
               MOVE WS-WORK-PERSON TO WS-TALLY-PERSON(WS-TALLY-SLOT)
               MOVE 0 TO WS-TALLY-RESPONSES(WS-TALLY-SLOT)
               MOVE 0 TO WS-TALLY-VOUCHERS(WS-TALLY-SLOT)
               MOVE 0 TO WS-TALLY-REDEEMED(WS-TALLY-SLOT)
           END-IF.
           IF WS-TALLY-FOUND = 0 AND WS-TALLY-SLOT = 0
              AND WS-TALLY-FULL-WARNED = 'N'
               MOVE 'Y' TO WS-TALLY-FULL-WARNED
               DISPLAY "WARNING: recap tallies over 9999 customers, "
                   "later responders left off their recap"
           END-IF.

      * Every customer on the master is read in key order; the
      * card history is opened I-O so the recap card's own ledger
      * row goes in as it is cut
           CUT-RECAP-CARDS SECTION.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", no recap cards cut"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           OPEN I-O F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", no recap cards cut"
               CLOSE F-CUSTOMERS-FILE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           OPEN EXTEND F-RECAP-FILE.
           IF WS-RECAP-STATUS = "35"
               OPEN OUTPUT F-RECAP-FILE
           END-IF.
           IF WS-RECAP-STATUS NOT = "00"
               DISPLAY "WARNING: pending-occasion-cards.dat FILE "
                   "STATUS " WS-RECAP-STATUS
                   ", no recap cards cut"
               CLOSE F-CARD-HISTORY-FILE
               CLOSE F-CUSTOMERS-FILE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       IF PERSON-STATUS = "ACTIVE"
                           PERFORM CONSIDER-ONE-CUSTOMER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RECAP-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           CLOSE F-CUSTOMERS-FILE.

           CONSIDER-ONE-CUSTOMER SECTION.
           MOVE SPACES TO WS-CUST-PREF.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
               UNTIL WS-PREF-IDX > WS-PREF-COUNT
               IF WS-PREF-PERSON(WS-PREF-IDX) = PERSON-ID
                   MOVE WS-PREF-FLAGS(WS-PREF-IDX) TO WS-CUST-PREF
               END-IF
           END-PERFORM.
           IF WS-CUST-PREF = "NNNNNNN"                                  * No campaign flag of its own: only a full opt-out stops it
               ADD 1 TO WS-OPT-OUT-SKIPPED
               EXIT SECTION
           END-IF.
           PERFORM GATHER-CARD-YEAR.
           IF WS-ALREADY-RECAPPED = 'Y'
               ADD 1 TO WS-REPEAT-SKIPPED
               EXIT SECTION
           END-IF.
           PERFORM GATHER-OTHER-YEAR.
           IF WS-YEAR-CARDS = 0 AND
              WS-YEAR-RESPONSES = 0 AND
              WS-YEAR-VOUCHERS = 0 AND
              WS-MILESTONE-HIT = 'N'
               ADD 1 TO WS-NOTHING-SKIPPED
               EXIT SECTION
           END-IF.
           PERFORM WRITE-RECAP-CARD.

      * The customer's own stretch of card history: cards dated in
      * the recap year are tallied by campaign, and a recap card
      * already cut this year stops a second one
           GATHER-CARD-YEAR SECTION.
           MOVE 0 TO WS-CAMP-COUNT.
           MOVE 0 TO WS-YEAR-CARDS.
           MOVE 0 TO WS-YEAR-SUPERMOONS.
           MOVE 'N' TO WS-ALREADY-RECAPPED.
           MOVE PERSON-ID TO HIST-PERSON-ID.
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
                       IF HIST-PERSON-ID NOT = PERSON-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           PERFORM NOTE-ONE-HISTORY-CARD
                       END-IF
               END-READ
           END-PERFORM.

           NOTE-ONE-HISTORY-CARD SECTION.
           IF HIST-CAMPAIGN = WS-RECAP-CAMPAIGN
               IF HIST-RUN-DATE(1:4) = WS-RUN-DATE(1:4)
                   MOVE 'Y' TO WS-ALREADY-RECAPPED
               END-IF
               EXIT SECTION                                             * Last January's recap is not part of the year it recaps
           END-IF.
           IF HIST-RUN-DATE(1:4) NOT = WS-RECAP-YEAR-TEXT
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-YEAR-CARDS.
           IF HIST-CAMPAIGN = "WEREWOLF"                                * One werewolf card per supermoon night
               ADD 1 TO WS-YEAR-SUPERMOONS
           END-IF.
           MOVE 0 TO WS-CAMP-SLOT.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX > WS-CAMP-COUNT OR WS-CAMP-SLOT > 0
               IF WS-CAMP-NAME(WS-CAMP-IDX) = HIST-CAMPAIGN
                   MOVE WS-CAMP-IDX TO WS-CAMP-SLOT
               END-IF
           END-PERFORM.
           IF WS-CAMP-SLOT = 0
               IF WS-CAMP-COUNT = 12                                    * Past twelve campaigns only the total grows
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CAMP-COUNT
               MOVE WS-CAMP-COUNT TO WS-CAMP-SLOT
               MOVE HIST-CAMPAIGN TO WS-CAMP-NAME(WS-CAMP-SLOT)
               MOVE 0 TO WS-CAMP-CARDS(WS-CAMP-SLOT)
           END-IF.
           ADD 1 TO WS-CAMP-CARDS(WS-CAMP-SLOT).

           GATHER-OTHER-YEAR SECTION.
           MOVE 0 TO WS-YEAR-RESPONSES.
           MOVE 0 TO WS-YEAR-VOUCHERS.
           MOVE 0 TO WS-YEAR-REDEEMED.
           MOVE PERSON-ID TO WS-WORK-PERSON.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               IF WS-TALLY-PERSON(WS-TALLY-IDX) = WS-WORK-PERSON
                   MOVE WS-TALLY-RESPONSES(WS-TALLY-IDX)
                       TO WS-YEAR-RESPONSES
                   MOVE WS-TALLY-VOUCHERS(WS-TALLY-IDX)
                       TO WS-YEAR-VOUCHERS
                   MOVE WS-TALLY-REDEEMED(WS-TALLY-IDX)
                       TO WS-YEAR-REDEEMED
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-YEAR-TIER.
           PERFORM VARYING WS-STREAK-IDX FROM 1 BY 1
               UNTIL WS-STREAK-IDX > WS-STREAK-COUNT
               IF WS-STREAK-PERSON(WS-STREAK-IDX) = WS-WORK-PERSON
                   MOVE WS-STREAK-TIER(WS-STREAK-IDX) TO WS-YEAR-TIER
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-MILESTONE-HIT.
           MOVE 0 TO WS-YEARS-TOGETHER.
           IF ANNIVERSARY-YEAR IS NOT NUMERIC OR
              ANNIVERSARY-YEAR = 0 OR
              ANNIVERSARY-YEAR >= WS-RECAP-YEAR
               EXIT SECTION
           END-IF.
           COMPUTE WS-YEARS-TOGETHER =
               WS-RECAP-YEAR - ANNIVERSARY-YEAR.
           PERFORM VARYING WS-MILESTONE-IDX FROM 1 BY 1
               UNTIL WS-MILESTONE-IDX > 10
               IF WS-MILESTONE-YEAR(WS-MILESTONE-IDX) =
                  WS-YEARS-TOGETHER
                   MOVE 'Y' TO WS-MILESTONE-HIT
               END-IF
           END-PERFORM.

           WRITE-RECAP-CARD SECTION.
           MOVE SPACES TO RECAP-PERSON.
           MOVE PERSON-NAME TO RECAP-NAME.
           MOVE PERSON-ADDRESS TO RECAP-ADDRESS.
           MOVE PERSON-EMAIL TO RECAP-EMAIL.
           MOVE PERSON-CONTACT-CHANNEL TO RECAP-CHANNEL.
           PERFORM BUILD-RECAP-GREETING.
           CALL "next-sequence" USING WS-CARD-SEQUENCE-NAME,
               WS-NEW-CARD-ID.
           MOVE WS-NEW-CARD-ID TO RECAP-CARD-ID.
           MOVE PERSON-REGION TO RECAP-CARD-REGION.
           MOVE PERSON-BRAND TO RECAP-CARD-BRAND.                       * Picks the brand's email shell downstream
           WRITE RECAP-PERSON.
           MOVE WS-NEW-CARD-ID TO HIST-CARD-ID.
           MOVE PERSON-ID TO HIST-PERSON-ID.
           MOVE WS-RECAP-CAMPAIGN TO HIST-CAMPAIGN.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE PERSON-CONTACT-CHANNEL TO HIST-CHANNEL.
           MOVE SPACES TO HIST-VARIANT.                                 * Not under test; the history scan left a variant behind
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
           ADD 1 TO WS-RECAPS-CUT.

      * The YEAR-RECAP template carries marketing's opening line in
      * the customer's language and brand, house and English rows
      * standing in; the year's figures follow it one per line and
      * whatever does not fit the greeting is dropped from the end
           BUILD-RECAP-GREETING SECTION.
           PERFORM FIND-RECAP-TEMPLATE.
           IF PERSON-PREFERRED-NAME NOT = SPACES
               MOVE PERSON-PREFERRED-NAME TO WS-GREET-NAME
           ELSE
               MOVE PERSON-NAME TO WS-GREET-NAME
           END-IF.
           MOVE SPACES TO RECAP-GREETING.
           MOVE 1 TO WS-RECAP-POINTER.
           IF WS-TEMPLATE-FOUND = 1
               INSPECT WS-TEMPLATE-TEXT-FOUND
                   REPLACING ALL "~" BY X"0A"
               STRING FUNCTION TRIM(WS-TEMPLATE-TEXT-FOUND TRAILING)
                      " " FUNCTION TRIM(WS-GREET-NAME)
                   DELIMITED BY SIZE
                   INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
               END-STRING
           ELSE
               STRING "Your " WS-RECAP-YEAR-TEXT " in cards, "
                      FUNCTION TRIM(WS-GREET-NAME)
                   DELIMITED BY SIZE
                   INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
               END-STRING
           END-IF.
           IF WS-YEAR-CARDS > 0
               MOVE WS-YEAR-CARDS TO WS-COUNT-EDIT
               STRING X"0A" FUNCTION TRIM(WS-COUNT-EDIT) " cards:"
                   DELIMITED BY SIZE
                   INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
               END-STRING
               MOVE " " TO WS-RECAP-SEPARATOR
               PERFORM ADD-ONE-CAMPAIGN-COUNT
                   VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
           END-IF.
           IF WS-YEAR-SUPERMOONS > 0
               MOVE WS-YEAR-SUPERMOONS TO WS-COUNT-EDIT
               STRING X"0A" FUNCTION TRIM(WS-COUNT-EDIT)
                      " supermoons celebrated"
                   DELIMITED BY SIZE
                   INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
               END-STRING
           END-IF.
           IF WS-YEAR-TIER NOT = SPACES
               STRING X"0A" "Werewolf streak tier "
                      FUNCTION TRIM(WS-YEAR-TIER)
                   DELIMITED BY SIZE
                   INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
               END-STRING
           END-IF.
           IF WS-YEAR-VOUCHERS > 0
               MOVE WS-YEAR-VOUCHERS TO WS-COUNT-EDIT
               MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-COUNT-TEXT
               MOVE WS-YEAR-REDEEMED TO WS-COUNT-EDIT
               STRING X"0A" FUNCTION TRIM(WS-COUNT-TEXT)
                      " vouchers, " FUNCTION TRIM(WS-COUNT-EDIT)
                      " redeemed"
                   DELIMITED BY SIZE
                   INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
               END-STRING
           END-IF.
           IF WS-MILESTONE-HIT = 'Y'
               MOVE WS-YEARS-TOGETHER TO WS-COUNT-EDIT
               IF WS-YEARS-TOGETHER = 1
                   STRING X"0A" "Your first anniversary"
                       DELIMITED BY SIZE
                       INTO RECAP-GREETING
                       WITH POINTER WS-RECAP-POINTER
                   END-STRING
               ELSE
                   STRING X"0A" "A " FUNCTION TRIM(WS-COUNT-EDIT)
                          "-year anniversary"
                       DELIMITED BY SIZE
                       INTO RECAP-GREETING
                       WITH POINTER WS-RECAP-POINTER
                   END-STRING
               END-IF
           END-IF.
           IF WS-YEAR-RESPONSES > 0
               MOVE WS-YEAR-RESPONSES TO WS-COUNT-EDIT
               STRING X"0A" FUNCTION TRIM(WS-COUNT-EDIT)
                      " replies from you"
                   DELIMITED BY SIZE
                   INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
               END-STRING
           END-IF.

           ADD-ONE-CAMPAIGN-COUNT SECTION.
           MOVE WS-CAMP-CARDS(WS-CAMP-IDX) TO WS-COUNT-EDIT.
           STRING WS-RECAP-SEPARATOR DELIMITED BY SPACE
                  " " FUNCTION TRIM(WS-CAMP-NAME(WS-CAMP-IDX)) " "
                  FUNCTION TRIM(WS-COUNT-EDIT)
                   DELIMITED BY SIZE
               INTO RECAP-GREETING WITH POINTER WS-RECAP-POINTER
           END-STRING.
           MOVE "," TO WS-RECAP-SEPARATOR.

           FIND-RECAP-TEMPLATE SECTION.
           MOVE 0 TO WS-TEMPLATE-FOUND.
           MOVE SPACES TO WS-PROV-TEMPLATE.
           MOVE 0 TO WS-PROV-TEMPLATE-VERSION.
           MOVE PERSON-LANGUAGE TO WS-TEMPLATE-LOOKUP-LANGUAGE.
           IF WS-TEMPLATE-LOOKUP-LANGUAGE = SPACES
               MOVE "EN" TO WS-TEMPLATE-LOOKUP-LANGUAGE
           END-IF.
           MOVE PERSON-BRAND TO WS-TEMPLATE-LOOKUP-BRAND.
           PERFORM SEARCH-RECAP-TEMPLATES.
           IF WS-TEMPLATE-FOUND = 0 AND
              WS-TEMPLATE-LOOKUP-BRAND NOT = SPACES                     * A brand without its own row gets the house template
               MOVE SPACES TO WS-TEMPLATE-LOOKUP-BRAND
               PERFORM SEARCH-RECAP-TEMPLATES
           END-IF.
           IF WS-TEMPLATE-FOUND = 0 AND
              WS-TEMPLATE-LOOKUP-LANGUAGE NOT = "EN"
               MOVE "EN" TO WS-TEMPLATE-LOOKUP-LANGUAGE
               MOVE PERSON-BRAND TO WS-TEMPLATE-LOOKUP-BRAND
               PERFORM SEARCH-RECAP-TEMPLATES
               IF WS-TEMPLATE-FOUND = 0 AND
                  WS-TEMPLATE-LOOKUP-BRAND NOT = SPACES
                   MOVE SPACES TO WS-TEMPLATE-LOOKUP-BRAND
                   PERFORM SEARCH-RECAP-TEMPLATES
               END-IF
           END-IF.
           IF WS-TEMPLATE-FOUND = 1
               MOVE WS-RECAP-CAMPAIGN TO WS-PROV-TEMPLATE-KEY
               MOVE WS-TEMPLATE-LOOKUP-LANGUAGE
                   TO WS-PROV-TEMPLATE-LANGUAGE
               MOVE WS-TEMPLATE-LOOKUP-BRAND TO WS-PROV-TEMPLATE-BRAND
               MOVE WS-TEMPLATE-VERSION-FOUND
                   TO WS-PROV-TEMPLATE-VERSION
           END-IF.

           SEARCH-RECAP-TEMPLATES SECTION.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
               UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
                   OR WS-TEMPLATE-FOUND = 1
               IF WS-TEMPLATE-NAME(WS-TEMPLATE-IDX) =
                  WS-RECAP-CAMPAIGN AND
                  WS-TEMPLATE-LANGUAGE(WS-TEMPLATE-IDX) =
                  WS-TEMPLATE-LOOKUP-LANGUAGE AND
                  WS-TEMPLATE-BRAND(WS-TEMPLATE-IDX) =
                  WS-TEMPLATE-LOOKUP-BRAND
                   MOVE 1 TO WS-TEMPLATE-FOUND
                   MOVE WS-TEMPLATE-TEXT(WS-TEMPLATE-IDX)
                       TO WS-TEMPLATE-TEXT-FOUND
                   MOVE WS-TEMPLATE-VERSION(WS-TEMPLATE-IDX)
                       TO WS-TEMPLATE-VERSION-FOUND
               END-IF
           END-PERFORM.
