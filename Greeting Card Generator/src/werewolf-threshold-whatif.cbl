      * What-if report for a proposed werewolf magnitude threshold:
      * compares the threshold on werewolf-cfg.dat with the one asked
      * for, across supermoons.dat and the customer master. Lists the
      * supermoons that would start or stop qualifying, the customers
      * whose werewolf classification would flip (with any streak
      * tier they hold on werewolf-streaks.dat), and the werewolf card
      * volume and cost over the next year under each threshold,
      * priced from card-rates.dat. Nothing is changed on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. werewolf-threshold-whatif.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
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
               SELECT F-SUPERMOONS-FILE ASSIGN TO "supermoons.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUPERMOONS-STATUS.
               SELECT F-WEREWOLF-CONFIG-FILE ASSIGN TO
                 "werewolf-cfg.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-WEREWOLF-CONFIG-STATUS.
               SELECT F-STREAKS-FILE ASSIGN TO "werewolf-streaks.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STREAKS-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "card-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
               SELECT F-WHATIF-FILE
                 ASSIGN TO "werewolf-threshold-whatif.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-SUPERMOONS-FILE.
           01 MOON.
               05 MOON-DATE PIC X(10).
               05 APPARENT-MAGNITUDE PIC X(7).
               05 MOON-EVENT-TYPE PIC X(10).                            * Blank reads as SUPERMOON; eclipses ignore the threshold
           FD F-WEREWOLF-CONFIG-FILE.
           01 WEREWOLF-CONFIG-RECORD PIC X(7).
           FD F-STREAKS-FILE.
           01 STREAK-RECORD.
               05 STREAK-PERSON-ID PIC X(10).
               05 STREAK-LENGTH PIC 9(3).
               05 STREAK-TIER PIC X(8).
               05 STREAK-RECOGNIZED PIC X(8).
               05 STREAK-REFRESH-DATE PIC X(10).
           FD F-RATES-FILE.
           01 RATE-RECORD.
               05 RATE-CAMPAIGN PIC X(12).
               05 RATE-CHANNEL PIC X(5).
               05 RATE-EFFECTIVE-DATE PIC X(10).
               05 RATE-COST PIC X(8).
           FD F-WHATIF-FILE.
           01 WS-WHATIF-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-SUPERMOONS-STATUS PIC XX.
           01 WS-WEREWOLF-CONFIG-STATUS PIC XX.
           01 WS-STREAKS-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-YEAR-END-DATE PIC X(10).
           01 WS-TODAY-NUMERIC PIC 9(8).
           01 WS-TODAY-INT PIC S9(9) COMP.
           01 WS-YEAR-END-NUMERIC PIC 9(8).
           01 WS-LOOKAHEAD-DAYS PIC 9(3) VALUE 365.
           01 WS-PROPOSED-ANSWER PIC X(7).
           01 WS-MAGNITUDE-THRESHOLD PIC S9(3)V99 VALUE -99.99.         * As werewolf-cfg.dat sets it; no file means no filtering
           01 WS-PROPOSED-THRESHOLD PIC S9(3)V99.
           01 WS-THRESHOLD-DISPLAY PIC -(3)9.99.
           01 WS-MAGNITUDE-DISPLAY PIC -(3)9.99.
           01 WS-SUPERMOON-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SUPERMOON-IDX PIC 9(4) COMP.
           01 WS-SUPERMOONS.
              05 WS-SUPERMOON OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-SUPERMOON-COUNT
                  INDEXED BY MOON-IDX.
                      10 WS-MOON PIC X(10).
                      10 WS-MOON-MAGNITUDE PIC S9(3)V99.
           01 WS-STREAK-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-STREAK-IDX PIC 9(5) COMP.
           01 WS-STREAKS.                                               * The loyalty ledger's tier per werewolf
              05 WS-STREAK-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-STREAK-COUNT.
                      10 WS-STREAK-PERSON PIC X(10).
                      10 WS-STREAK-TIER PIC X(8).
           01 WS-CHANNEL-NAMES.
               05 FILLER PIC X(5) VALUE "MAIL".
               05 FILLER PIC X(5) VALUE "EMAIL".
               05 FILLER PIC X(5) VALUE "SMS".
           01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-NAMES.
               05 WS-CHANNEL-NAME PIC X(5) OCCURS 3 TIMES.
           01 WS-CHANNEL-IDX PIC 9 COMP.
           01 WS-CHANNEL-SLOT PIC 9 COMP.
           01 WS-CHANNEL-RATES.                                         * WEREWOLF cost per card by channel, as of today
               05 WS-CHANNEL-RATE PIC 9(3)V99 OCCURS 3 TIMES.
               05 WS-CHANNEL-RATE-DATE PIC X(10) OCCURS 3 TIMES.
           01 WS-RATE-MISSING PIC X VALUE 'N'.
           01 WS-WOLF-TALLIES.                                          * ACTIVE werewolves by channel, current and proposed
               05 WS-CURRENT-WOLVES PIC 9(6) OCCURS 3 TIMES.
               05 WS-PROPOSED-WOLVES PIC 9(6) OCCURS 3 TIMES.
           01 WS-CURRENT-WOLF-TOTAL PIC 9(6) VALUE 0.
           01 WS-PROPOSED-WOLF-TOTAL PIC 9(6) VALUE 0.
           01 WS-CURRENT-MOONS PIC 9(4) VALUE 0.                        * Supermoons in the next year that would mail cards
           01 WS-PROPOSED-MOONS PIC 9(4) VALUE 0.
           01 WS-BIRTH-MAGNITUDE PIC S9(3)V99.
           01 WS-BIRTH-MOON-FOUND PIC X.
           01 WS-IS-CURRENT-WOLF PIC X.
           01 WS-IS-PROPOSED-WOLF PIC X.
           01 WS-QUALIFIES-CURRENT PIC X.
           01 WS-QUALIFIES-PROPOSED PIC X.
           01 WS-DIRECTION PIC X(10).
           01 WS-WHEN-TEXT PIC X(12).
           01 WS-TIER-TEXT PIC X(8).
           01 WS-MOONS-IN PIC 9(4) VALUE 0.
           01 WS-MOONS-OUT PIC 9(4) VALUE 0.
           01 WS-GAINED-COUNT PIC 9(6) VALUE 0.
           01 WS-LOST-COUNT PIC 9(6) VALUE 0.
           01 WS-TIERED-FLIPS PIC 9(6) VALUE 0.
           01 WS-CURRENT-CARDS PIC 9(9) VALUE 0.
           01 WS-PROPOSED-CARDS PIC 9(9) VALUE 0.
           01 WS-CARD-CHANGE PIC S9(9).
           01 WS-CURRENT-COST PIC 9(9)V99 VALUE 0.
           01 WS-PROPOSED-COST PIC 9(9)V99 VALUE 0.
           01 WS-COST-CHANGE PIC S9(9)V99.
           01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
           01 WS-CHANGE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.
           01 WS-COST-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-COST-CHANGE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-REPORT-LINE PIC X(132).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUMERIC.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC).
           COMPUTE WS-YEAR-END-NUMERIC = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-LOOKAHEAD-DAYS).
           MOVE SPACES TO WS-YEAR-END-DATE.
           STRING WS-YEAR-END-NUMERIC(1:4) "-"
                  WS-YEAR-END-NUMERIC(5:2) "-" WS-YEAR-END-NUMERIC(7:2)
               DELIMITED BY SIZE INTO WS-YEAR-END-DATE
           END-STRING.

           DISPLAY "Proposed magnitude threshold: ".
           MOVE SPACES TO WS-PROPOSED-ANSWER.
           ACCEPT WS-PROPOSED-ANSWER.
           IF WS-PROPOSED-ANSWER = SPACES OR
              FUNCTION TEST-NUMVAL(WS-PROPOSED-ANSWER) NOT = 0
               DISPLAY "Proposed threshold '" WS-PROPOSED-ANSWER
                   "' is not a number, no report written"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PROPOSED-ANSWER)
               TO WS-PROPOSED-THRESHOLD.

           PERFORM LOAD-WEREWOLF-CONFIG.
           PERFORM LOAD-SUPERMOON-TABLE.
           IF WS-SUPERMOON-COUNT = 0
               DISPLAY "No supermoons on the catalog, nothing to "
                   "compare"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-STREAK-TIERS.
           PERFORM LOAD-WEREWOLF-RATES.

           OPEN OUTPUT F-WHATIF-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WEREWOLF THRESHOLD WHAT-IF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MAGNITUDE-THRESHOLD TO WS-THRESHOLD-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CURRENT THRESHOLD  " WS-THRESHOLD-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PROPOSED-THRESHOLD TO WS-THRESHOLD-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PROPOSED THRESHOLD " WS-THRESHOLD-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           PERFORM REPORT-MOON-CHANGES.
           PERFORM REPORT-CUSTOMER-FLIPS.
           PERFORM REPORT-VOLUME-AND-COST.
           CLOSE F-WHATIF-FILE.
           DISPLAY "Threshold what-if written to "
               "werewolf-threshold-whatif.rpt".
           GOBACK.

           LOAD-WEREWOLF-CONFIG SECTION.
           OPEN INPUT F-WEREWOLF-CONFIG-FILE.
           IF WS-WEREWOLF-CONFIG-STATUS = "00"
               READ F-WEREWOLF-CONFIG-FILE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(WEREWOLF-CONFIG-RECORD)
                           TO WS-MAGNITUDE-THRESHOLD
               END-READ
               CLOSE F-WEREWOLF-CONFIG-FILE
           END-IF.

           LOAD-SUPERMOON-TABLE SECTION.
           SET MOON-IDX TO 0.
           OPEN INPUT F-SUPERMOONS-FILE.
           IF WS-SUPERMOONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUPERMOONS-FILE
                       NOT AT END
                           IF MOON-EVENT-TYPE = SPACES OR
                              MOON-EVENT-TYPE = "SUPERMOON"
                               ADD 1 TO MOON-IDX
                               MOVE MOON-DATE TO WS-MOON(MOON-IDX)
                               MOVE FUNCTION
                                   NUMVAL(APPARENT-MAGNITUDE)
                                   TO WS-MOON-MAGNITUDE(MOON-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUPERMOONS-FILE
           ELSE
               DISPLAY "WARNING: supermoons.dat FILE STATUS "
                   WS-SUPERMOONS-STATUS
           END-IF.
           MOVE MOON-IDX TO WS-SUPERMOON-COUNT.

           LOAD-STREAK-TIERS SECTION.
           OPEN INPUT F-STREAKS-FILE.
           IF WS-STREAKS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STREAKS-FILE
                   NOT AT END
                       IF STREAK-TIER NOT = SPACES AND
                          WS-STREAK-COUNT < 9999
                           ADD 1 TO WS-STREAK-COUNT
                           MOVE STREAK-PERSON-ID
                               TO WS-STREAK-PERSON(WS-STREAK-COUNT)
                           MOVE STREAK-TIER
                               TO WS-STREAK-TIER(WS-STREAK-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-STREAKS-FILE.

      * Keeps, per channel, the WEREWOLF rate with the latest
      * effective date not after today
           LOAD-WEREWOLF-RATES SECTION.
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > 3
               MOVE 0 TO WS-CHANNEL-RATE(WS-CHANNEL-IDX)
               MOVE SPACES TO WS-CHANNEL-RATE-DATE(WS-CHANNEL-IDX)
           END-PERFORM.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "WARNING: card-rates.dat FILE STATUS "
                   WS-RATES-STATUS ", costs shown as zero"
               MOVE 'Y' TO WS-RATE-MISSING
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RATES-FILE
                   NOT AT END
                       IF RATE-CAMPAIGN = "WEREWOLF" AND
                          RATE-EFFECTIVE-DATE <= WS-RUN-DATE
                           PERFORM KEEP-WEREWOLF-RATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RATES-FILE.

           KEEP-WEREWOLF-RATE SECTION.
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > 3
               IF RATE-CHANNEL = WS-CHANNEL-NAME(WS-CHANNEL-IDX) AND
                  RATE-EFFECTIVE-DATE >
                      WS-CHANNEL-RATE-DATE(WS-CHANNEL-IDX)
                   MOVE RATE-EFFECTIVE-DATE
                       TO WS-CHANNEL-RATE-DATE(WS-CHANNEL-IDX)
                   MOVE FUNCTION NUMVAL(RATE-COST)
                       TO WS-CHANNEL-RATE(WS-CHANNEL-IDX)
               END-IF
           END-PERFORM.

      * Catalog supermoons whose magnitude sits between the two
      * thresholds change sides; upcoming ones are flagged, since
      * those are the nights that gain or lose a mailing
           REPORT-MOON-CHANGES SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SUPERMOONS THAT CHANGE SIDES" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DATE       MAGNITUDE  CHANGE      WHEN" TO
               WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-ONE-MOON
               VARYING WS-SUPERMOON-IDX FROM 1 BY 1
               UNTIL WS-SUPERMOON-IDX > WS-SUPERMOON-COUNT.
           IF WS-MOONS-IN = 0 AND WS-MOONS-OUT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           CHECK-ONE-MOON SECTION.
           MOVE 'N' TO WS-QUALIFIES-CURRENT.
           MOVE 'N' TO WS-QUALIFIES-PROPOSED.
           IF WS-MOON-MAGNITUDE(WS-SUPERMOON-IDX) >=
              WS-MAGNITUDE-THRESHOLD
               MOVE 'Y' TO WS-QUALIFIES-CURRENT
           END-IF.
           IF WS-MOON-MAGNITUDE(WS-SUPERMOON-IDX) >=
              WS-PROPOSED-THRESHOLD
               MOVE 'Y' TO WS-QUALIFIES-PROPOSED
           END-IF.
           IF WS-MOON(WS-SUPERMOON-IDX) >= WS-RUN-DATE AND
              WS-MOON(WS-SUPERMOON-IDX) <= WS-YEAR-END-DATE
               IF WS-QUALIFIES-CURRENT = 'Y'
                   ADD 1 TO WS-CURRENT-MOONS
               END-IF
               IF WS-QUALIFIES-PROPOSED = 'Y'
                   ADD 1 TO WS-PROPOSED-MOONS
               END-IF
           END-IF.
           IF WS-QUALIFIES-CURRENT = WS-QUALIFIES-PROPOSED
               EXIT SECTION
           END-IF.
           IF WS-QUALIFIES-PROPOSED = 'Y'
               MOVE "DROPS IN" TO WS-DIRECTION
               ADD 1 TO WS-MOONS-IN
           ELSE
               MOVE "DROPS OUT" TO WS-DIRECTION
               ADD 1 TO WS-MOONS-OUT
           END-IF.
           EVALUATE TRUE
               WHEN WS-MOON(WS-SUPERMOON-IDX) < WS-RUN-DATE
                   MOVE "PAST" TO WS-WHEN-TEXT
               WHEN WS-MOON(WS-SUPERMOON-IDX) <= WS-YEAR-END-DATE
                   MOVE "NEXT YEAR" TO WS-WHEN-TEXT
               WHEN OTHER
                   MOVE "LATER" TO WS-WHEN-TEXT
           END-EVALUATE.
           MOVE WS-MOON-MAGNITUDE(WS-SUPERMOON-IDX)
               TO WS-MAGNITUDE-DISPLAY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-MOON(WS-SUPERMOON-IDX) " "
                  WS-MAGNITUDE-DISPLAY "    "
                  WS-DIRECTION "  " WS-WHEN-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      * A customer is a werewolf when born on a catalog supermoon
      * bright enough for the threshold; one pass over the master
      * lists the flips and counts the ACTIVE audience both ways
           REPORT-CUSTOMER-FLIPS SECTION.
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > 3
               MOVE 0 TO WS-CURRENT-WOLVES(WS-CHANNEL-IDX)
               MOVE 0 TO WS-PROPOSED-WOLVES(WS-CHANNEL-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CUSTOMERS WHOSE WEREWOLF STATUS FLIPS" TO
               WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PERSON-ID  NAME                                     "
                  "STATUS       CHANGE      STREAK TIER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", no customers compared"
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-CUSTOMER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-GAINED-COUNT = 0 AND WS-LOST-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           CHECK-ONE-CUSTOMER SECTION.
           MOVE 'N' TO WS-BIRTH-MOON-FOUND.
           PERFORM VARYING WS-SUPERMOON-IDX FROM 1 BY 1
               UNTIL WS-SUPERMOON-IDX > WS-SUPERMOON-COUNT OR
                     WS-BIRTH-MOON-FOUND = 'Y'
               IF WS-MOON(WS-SUPERMOON-IDX) = PERSON-BIRTHDAY
                   MOVE 'Y' TO WS-BIRTH-MOON-FOUND
                   MOVE WS-MOON-MAGNITUDE(WS-SUPERMOON-IDX)
                       TO WS-BIRTH-MAGNITUDE
               END-IF
           END-PERFORM.
           IF WS-BIRTH-MOON-FOUND = 'N'
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-IS-CURRENT-WOLF.
           MOVE 'N' TO WS-IS-PROPOSED-WOLF.
           IF WS-BIRTH-MAGNITUDE >= WS-MAGNITUDE-THRESHOLD
               MOVE 'Y' TO WS-IS-CURRENT-WOLF
           END-IF.
           IF WS-BIRTH-MAGNITUDE >= WS-PROPOSED-THRESHOLD
               MOVE 'Y' TO WS-IS-PROPOSED-WOLF
           END-IF.
           IF PERSON-STATUS = 'ACTIVE'
               MOVE 1 TO WS-CHANNEL-SLOT
               PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IDX > 3
                   IF PERSON-CONTACT-CHANNEL =
                      WS-CHANNEL-NAME(WS-CHANNEL-IDX)
                       MOVE WS-CHANNEL-IDX TO WS-CHANNEL-SLOT
                   END-IF
               END-PERFORM
               IF WS-IS-CURRENT-WOLF = 'Y'
                   ADD 1 TO WS-CURRENT-WOLVES(WS-CHANNEL-SLOT)
                   ADD 1 TO WS-CURRENT-WOLF-TOTAL
               END-IF
               IF WS-IS-PROPOSED-WOLF = 'Y'
                   ADD 1 TO WS-PROPOSED-WOLVES(WS-CHANNEL-SLOT)
                   ADD 1 TO WS-PROPOSED-WOLF-TOTAL
               END-IF
           END-IF.
           IF WS-IS-CURRENT-WOLF = WS-IS-PROPOSED-WOLF
               EXIT SECTION
           END-IF.
           IF WS-IS-PROPOSED-WOLF = 'Y'
               MOVE "GAINS" TO WS-DIRECTION
               ADD 1 TO WS-GAINED-COUNT
           ELSE
               MOVE "LOSES" TO WS-DIRECTION
               ADD 1 TO WS-LOST-COUNT
           END-IF.
           MOVE "-" TO WS-TIER-TEXT.
           PERFORM VARYING WS-STREAK-IDX FROM 1 BY 1
               UNTIL WS-STREAK-IDX > WS-STREAK-COUNT
               IF WS-STREAK-PERSON(WS-STREAK-IDX) = PERSON-ID
                   MOVE WS-STREAK-TIER(WS-STREAK-IDX) TO WS-TIER-TEXT
               END-IF
           END-PERFORM.
           IF WS-TIER-TEXT NOT = "-"
               ADD 1 TO WS-TIERED-FLIPS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE PERSON-ID TO WS-REPORT-LINE(1:10).
           MOVE PERSON-NAME TO WS-REPORT-LINE(12:40).
           MOVE PERSON-STATUS TO WS-REPORT-LINE(53:12).
           MOVE WS-DIRECTION TO WS-REPORT-LINE(66:10).
           MOVE WS-TIER-TEXT TO WS-REPORT-LINE(78:8).
           PERFORM WRITE-REPORT-LINE.

      * Each qualifying supermoon in the next year mails every ACTIVE
      * werewolf once, priced at the channel's WEREWOLF rate
           REPORT-VOLUME-AND-COST SECTION.
           COMPUTE WS-CURRENT-CARDS =
               WS-CURRENT-MOONS * WS-CURRENT-WOLF-TOTAL.
           COMPUTE WS-PROPOSED-CARDS =
               WS-PROPOSED-MOONS * WS-PROPOSED-WOLF-TOTAL.
           MOVE 0 TO WS-CURRENT-COST.
           MOVE 0 TO WS-PROPOSED-COST.
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > 3
               COMPUTE WS-CURRENT-COST = WS-CURRENT-COST
                   + WS-CURRENT-MOONS
                   * WS-CURRENT-WOLVES(WS-CHANNEL-IDX)
                   * WS-CHANNEL-RATE(WS-CHANNEL-IDX)
               COMPUTE WS-PROPOSED-COST = WS-PROPOSED-COST
                   + WS-PROPOSED-MOONS
                   * WS-PROPOSED-WOLVES(WS-CHANNEL-IDX)
                   * WS-CHANNEL-RATE(WS-CHANNEL-IDX)
           END-PERFORM.
           COMPUTE WS-CARD-CHANGE =
               WS-PROPOSED-CARDS - WS-CURRENT-CARDS.
           COMPUTE WS-COST-CHANGE =
               WS-PROPOSED-COST - WS-CURRENT-COST.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EFFECT " WS-RUN-DATE " TO " WS-YEAR-END-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE "CURRENT" TO WS-REPORT-LINE(44:7).
           MOVE "PROPOSED" TO WS-REPORT-LINE(58:8).
           MOVE "CHANGE" TO WS-REPORT-LINE(76:6).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "QUALIFYING SUPERMOONS" TO WS-REPORT-LINE(1:30).
           MOVE WS-CURRENT-MOONS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(40:11).
           MOVE WS-PROPOSED-MOONS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(55:11).
           COMPUTE WS-CHANGE-DISPLAY =
               WS-PROPOSED-MOONS - WS-CURRENT-MOONS.
           MOVE WS-CHANGE-DISPLAY TO WS-REPORT-LINE(70:12).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "ACTIVE WEREWOLVES" TO WS-REPORT-LINE(1:30).
           MOVE WS-CURRENT-WOLF-TOTAL TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(40:11).
           MOVE WS-PROPOSED-WOLF-TOTAL TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(55:11).
           COMPUTE WS-CHANGE-DISPLAY =
               WS-PROPOSED-WOLF-TOTAL - WS-CURRENT-WOLF-TOTAL.
           MOVE WS-CHANGE-DISPLAY TO WS-REPORT-LINE(70:12).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "WEREWOLF CARDS" TO WS-REPORT-LINE(1:30).
           MOVE WS-CURRENT-CARDS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(40:11).
           MOVE WS-PROPOSED-CARDS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-REPORT-LINE(55:11).
           MOVE WS-CARD-CHANGE TO WS-CHANGE-DISPLAY.
           MOVE WS-CHANGE-DISPLAY TO WS-REPORT-LINE(70:12).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "WEREWOLF CARD COST" TO WS-REPORT-LINE(1:30).
           MOVE WS-CURRENT-COST TO WS-COST-DISPLAY.
           MOVE WS-COST-DISPLAY TO WS-REPORT-LINE(37:14).
           MOVE WS-PROPOSED-COST TO WS-COST-DISPLAY.
           MOVE WS-COST-DISPLAY TO WS-REPORT-LINE(52:14).
           MOVE WS-COST-CHANGE TO WS-COST-CHANGE-DISPLAY.
           MOVE WS-COST-CHANGE-DISPLAY TO WS-REPORT-LINE(67:15).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MOONS-IN TO WS-COUNT-DISPLAY.
           STRING "SUPERMOONS DROPPING IN  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MOONS-OUT TO WS-COUNT-DISPLAY.
           STRING "SUPERMOONS DROPPING OUT " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-GAINED-COUNT TO WS-COUNT-DISPLAY.
           STRING "CUSTOMERS GAINING       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LOST-COUNT TO WS-COUNT-DISPLAY.
           STRING "CUSTOMERS LOSING        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TIERED-FLIPS TO WS-COUNT-DISPLAY.
           STRING "  OF WHOM ON A TIER     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-RATE-MISSING = 'Y'
               MOVE "NOTE: card-rates.dat not available, costs are zero"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           WRITE-REPORT-LINE SECTION.
           MOVE WS-REPORT-LINE TO WS-WHATIF-RECORD.
           WRITE WS-WHATIF-RECORD.
