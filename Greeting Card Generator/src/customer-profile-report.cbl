      * Monthly profile of who is on customers.dat: age bands, contact
      * channel, language, region, country, brand and status mix, the
      * VIP, accessible-format and werewolf (born on a supermoon)
      * shares, bad address and email flags, and how complete the
      * pronoun, preferred-name and anniversary fields are. Each
      * month's counts are kept in customer-profile-history.dat and
      * every measure is shown against the previous month's snapshot,
      * count and share both, so growth and drift stand out. A rerun
      * in the same month replaces that month's snapshot.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-profile-report.
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
               SELECT F-PROFILE-HISTORY-FILE
                 ASSIGN TO "customer-profile-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROFILE-HISTORY-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "customer-profile.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           COPY "person.cpy".
           FD F-SUPERMOONS-FILE.
           01 MOON.
             05 MOON-DATE.
                   10 MOON-YEAR PIC 9(4).
                   10 YEAR-MON-SEPARATOR PIC X.
                   10 MOON-MONTH PIC 99.
                   10 MON-DAY-SEPARATOR PIC X.
                   10 MOON-DAY PIC 99.
              05 APPARENT-MAGNITUDE PIC X(7).
              05 MOON-EVENT-TYPE PIC X(10).
           FD F-PROFILE-HISTORY-FILE.                                   * One row per measure value per month
           01 PROFILE-HISTORY-RECORD.
               05 PH-MONTH PIC X(7).
               05 PH-MEASURE PIC X(14).
               05 PH-VALUE PIC X(20).
               05 PH-COUNT PIC 9(8).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-SUPERMOONS-STATUS PIC XX.
           01 WS-PROFILE-HISTORY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-MONTH PIC X(7).
           01 WS-PRIOR-MONTH PIC X(7) VALUE SPACES.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-CUSTOMER-AGE PIC 9(3).
           01 WS-BIRTHDAY-USABLE PIC X.
           01 WS-SUPERMOONS-SORTED PIC X VALUE 'Y'.
           01 WS-PRIOR-MOON-DATE PIC X(10).
           01 WS-SUPERMOON-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SUPERMOONS.
              05 WS-SUPERMOON OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-SUPERMOON-COUNT
                  ASCENDING KEY IS WS-MOON
                  INDEXED BY MOON-IDX.
                      10 WS-MOON PIC X(10).
      * The measures in report order; values within a measure are
      * listed in the order they were first met
           01 WS-MEASURE-NAMES.
               05 FILLER PIC X(14) VALUE "TOTAL".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(14) VALUE "CHANNEL".
               05 FILLER PIC X(14) VALUE "LANGUAGE".
               05 FILLER PIC X(14) VALUE "REGION".
               05 FILLER PIC X(14) VALUE "COUNTRY".
               05 FILLER PIC X(14) VALUE "BRAND".
               05 FILLER PIC X(14) VALUE "STATUS".
               05 FILLER PIC X(14) VALUE "VIP".
               05 FILLER PIC X(14) VALUE "ACCESS-FORMAT".
               05 FILLER PIC X(14) VALUE "WEREWOLF".
               05 FILLER PIC X(14) VALUE "CONTACT-FLAGS".
               05 FILLER PIC X(14) VALUE "COMPLETENESS".
           01 WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
               05 WS-MEASURE-NAME OCCURS 13 TIMES PIC X(14).
           01 WS-MEASURE-NAME-IDX PIC 9(2) COMP.
      * Values every month should show even at zero, in the order
      * they read best
           01 WS-SEEDED-VALUES.
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "UNDER 18".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "18-24".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "25-34".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "35-44".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "45-54".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "55-64".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "65-74".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "75 AND OVER".
               05 FILLER PIC X(14) VALUE "AGE-BAND".
               05 FILLER PIC X(20) VALUE "UNKNOWN".
               05 FILLER PIC X(14) VALUE "VIP".
               05 FILLER PIC X(20) VALUE "VIP".
               05 FILLER PIC X(14) VALUE "ACCESS-FORMAT".
               05 FILLER PIC X(20) VALUE "LARGE PRINT".
               05 FILLER PIC X(14) VALUE "ACCESS-FORMAT".
               05 FILLER PIC X(20) VALUE "BRAILLE".
               05 FILLER PIC X(14) VALUE "WEREWOLF".
               05 FILLER PIC X(20) VALUE "BORN ON A SUPERMOON".
               05 FILLER PIC X(14) VALUE "CONTACT-FLAGS".
               05 FILLER PIC X(20) VALUE "BAD ADDRESS".
               05 FILLER PIC X(14) VALUE "CONTACT-FLAGS".
               05 FILLER PIC X(20) VALUE "BAD EMAIL".
               05 FILLER PIC X(14) VALUE "COMPLETENESS".
               05 FILLER PIC X(20) VALUE "PRONOUNS".
               05 FILLER PIC X(14) VALUE "COMPLETENESS".
               05 FILLER PIC X(20) VALUE "PREFERRED NAME".
               05 FILLER PIC X(14) VALUE "COMPLETENESS".
               05 FILLER PIC X(20) VALUE "ANNIVERSARY".
           01 WS-SEEDED-VALUE-TABLE REDEFINES WS-SEEDED-VALUES.
               05 WS-SEEDED-VALUE OCCURS 19 TIMES.
                   10 WS-SEEDED-MEASURE PIC X(14).
                   10 WS-SEEDED-NAME PIC X(20).
           01 WS-SEEDED-IDX PIC 9(2) COMP.
           01 WS-TALLY-MEASURE PIC X(14).
           01 WS-TALLY-VALUE PIC X(20).
           01 WS-TALLY-MONTH PIC 9.                                     * 1 this month, 2 the prior snapshot
           01 WS-TALLY-COUNT PIC 9(8).
           01 WS-MEASURE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-MEASURE-IDX PIC 9(4) COMP.
           01 WS-MEASURE-FOUND PIC 9(4) COMP.
           01 WS-MEASURES.
              05 WS-MEASURE-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-MEASURE-COUNT.
                      10 WS-MS-MEASURE PIC X(14).
                      10 WS-MS-VALUE PIC X(20).
                      10 WS-MS-COUNT PIC 9(8) OCCURS 2 TIMES.
      * Every snapshot row of the other months, written back behind
      * this month's when the history is rewritten
           01 WS-KEPT-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-KEPT-IDX PIC 9(5) COMP.
           01 WS-KEPT-ROWS.
              05 WS-KEPT-ROW OCCURS 1 TO 60000 TIMES
                  DEPENDING ON WS-KEPT-COUNT.
                      10 WS-KEPT-RECORD PIC X(49).
           01 WS-KEPT-DROPPED PIC 9(6) VALUE 0.
           01 WS-CUSTOMER-TOTAL PIC 9(8) OCCURS 2 TIMES.
           01 WS-SHARE PIC 9(3)V9 OCCURS 2 TIMES.
           01 WS-SHARE-CHANGE PIC S9(3)V9.
           01 WS-COUNT-CHANGE PIC S9(8).
           01 WS-COUNT-OUT PIC Z(7)9 OCCURS 2 TIMES.
           01 WS-SHARE-OUT PIC ZZ9.9 OCCURS 2 TIMES.
           01 WS-COUNT-CHANGE-OUT PIC +(8)9.
           01 WS-SHARE-CHANGE-OUT PIC +(3)9.9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-MONTH(1:4).
           MOVE "-" TO WS-RUN-MONTH(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.

           PERFORM SEED-MEASURES.
           PERFORM LOAD-SUPERMOONS.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "customers.dat could not be opened, status "
                   WS-CUSTOMERS-STATUS " - no profile taken"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE
                   NOT AT END
                       PERFORM PROFILE-ONE-CUSTOMER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.

           PERFORM LOAD-PROFILE-HISTORY.
           PERFORM SAVE-PROFILE-HISTORY.
           PERFORM WRITE-PROFILE-REPORT.
           DISPLAY "Customer profile for " WS-RUN-MONTH
               ": customers=" WS-CUSTOMER-TOTAL(1)
               ", see customer-profile.rpt".
           GOBACK.

           SEED-MEASURES SECTION.
           MOVE 1 TO WS-TALLY-MONTH.
           MOVE 0 TO WS-TALLY-COUNT.
           MOVE "TOTAL" TO WS-TALLY-MEASURE.
           MOVE "CUSTOMERS" TO WS-TALLY-VALUE.
           PERFORM TALLY-MEASURE.
           PERFORM VARYING WS-SEEDED-IDX FROM 1 BY 1
               UNTIL WS-SEEDED-IDX > 19
               MOVE WS-SEEDED-MEASURE(WS-SEEDED-IDX)
                   TO WS-TALLY-MEASURE
               MOVE WS-SEEDED-NAME(WS-SEEDED-IDX) TO WS-TALLY-VALUE
               PERFORM TALLY-MEASURE
           END-PERFORM.

           LOAD-SUPERMOONS SECTION.
           SET MOON-IDX TO 0.
           MOVE SPACES TO WS-PRIOR-MOON-DATE.
           OPEN INPUT F-SUPERMOONS-FILE.
           IF WS-SUPERMOONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUPERMOONS-FILE
                       NOT AT END
                           IF MOON-DATE < WS-PRIOR-MOON-DATE
                               MOVE 'N' TO WS-SUPERMOONS-SORTED
                           END-IF
                           MOVE MOON-DATE TO WS-PRIOR-MOON-DATE
                           IF (MOON-EVENT-TYPE = SPACES OR
                               MOON-EVENT-TYPE = "SUPERMOON")
                              AND MOON-IDX < 9999
                               SET MOON-IDX UP BY 1
                               MOVE MOON-DATE TO WS-MOON(MOON-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUPERMOONS-FILE
           END-IF.
           IF WS-SUPERMOONS-SORTED = 'N'
               DISPLAY "WARNING: supermoons.dat is not in ascending "
                   "date order, werewolf share not counted"
               SET MOON-IDX TO 0
           END-IF.
           SET WS-SUPERMOON-COUNT TO MOON-IDX.

           PROFILE-ONE-CUSTOMER SECTION.
           MOVE 1 TO WS-TALLY-MONTH.
           MOVE 1 TO WS-TALLY-COUNT.
           MOVE "TOTAL" TO WS-TALLY-MEASURE.
           MOVE "CUSTOMERS" TO WS-TALLY-VALUE.
           PERFORM TALLY-MEASURE.

           PERFORM FIND-AGE-BAND.
           MOVE "AGE-BAND" TO WS-TALLY-MEASURE.
           PERFORM TALLY-MEASURE.

           MOVE "CHANNEL" TO WS-TALLY-MEASURE.
           MOVE PERSON-CONTACT-CHANNEL TO WS-TALLY-VALUE.
           IF WS-TALLY-VALUE = SPACES
               MOVE "(BLANK)" TO WS-TALLY-VALUE
           END-IF.
           PERFORM TALLY-MEASURE.

           MOVE "LANGUAGE" TO WS-TALLY-MEASURE.
           MOVE PERSON-LANGUAGE TO WS-TALLY-VALUE.
           IF WS-TALLY-VALUE = SPACES
               MOVE "EN" TO WS-TALLY-VALUE                              * Blank reads as EN everywhere else
           END-IF.
           PERFORM TALLY-MEASURE.

           MOVE "REGION" TO WS-TALLY-MEASURE.
           MOVE PERSON-REGION TO WS-TALLY-VALUE.
           IF WS-TALLY-VALUE = SPACES
               MOVE "(DEFAULT)" TO WS-TALLY-VALUE
           END-IF.
           PERFORM TALLY-MEASURE.

           MOVE "COUNTRY" TO WS-TALLY-MEASURE.
           MOVE PERSON-COUNTRY TO WS-TALLY-VALUE.
           IF WS-TALLY-VALUE = SPACES
               MOVE "(DOMESTIC)" TO WS-TALLY-VALUE
           END-IF.
           PERFORM TALLY-MEASURE.

           MOVE "BRAND" TO WS-TALLY-MEASURE.
           MOVE PERSON-BRAND TO WS-TALLY-VALUE.
           IF WS-TALLY-VALUE = SPACES
               MOVE "(HOUSE)" TO WS-TALLY-VALUE
           END-IF.
           PERFORM TALLY-MEASURE.

           MOVE "STATUS" TO WS-TALLY-MEASURE.
           MOVE PERSON-STATUS TO WS-TALLY-VALUE.
           IF WS-TALLY-VALUE = SPACES
               MOVE "(BLANK)" TO WS-TALLY-VALUE
           END-IF.
           PERFORM TALLY-MEASURE.

           IF PERSON-VIP-FLAG = 'Y'
               MOVE "VIP" TO WS-TALLY-MEASURE
               MOVE "VIP" TO WS-TALLY-VALUE
               PERFORM TALLY-MEASURE
           END-IF.

           MOVE "ACCESS-FORMAT" TO WS-TALLY-MEASURE.
           EVALUATE PERSON-ACCESS-FORMAT
               WHEN "LP"
                   MOVE "LARGE PRINT" TO WS-TALLY-VALUE
                   PERFORM TALLY-MEASURE
               WHEN "BR"
                   MOVE "BRAILLE" TO WS-TALLY-VALUE
                   PERFORM TALLY-MEASURE
           END-EVALUATE.

           IF WS-SUPERMOON-COUNT > 0
               SEARCH ALL WS-SUPERMOON
                   WHEN WS-MOON(MOON-IDX) = PERSON-BIRTHDAY
                       MOVE "WEREWOLF" TO WS-TALLY-MEASURE
                       MOVE "BORN ON A SUPERMOON" TO WS-TALLY-VALUE
                       PERFORM TALLY-MEASURE
               END-SEARCH
           END-IF.

           MOVE "CONTACT-FLAGS" TO WS-TALLY-MEASURE.
           IF PERSON-BAD-ADDRESS-FLAG = 'Y'
               MOVE "BAD ADDRESS" TO WS-TALLY-VALUE
               PERFORM TALLY-MEASURE
           END-IF.
           IF PERSON-BAD-EMAIL-FLAG = 'Y'
               MOVE "BAD EMAIL" TO WS-TALLY-VALUE
               PERFORM TALLY-MEASURE
           END-IF.

           MOVE "COMPLETENESS" TO WS-TALLY-MEASURE.
           IF PERSON-PRONOUN-NOM NOT = SPACES
              AND PERSON-PRONOUN-OBJ NOT = SPACES
              AND PERSON-PRONOUN-POS NOT = SPACES
               MOVE "PRONOUNS" TO WS-TALLY-VALUE
               PERFORM TALLY-MEASURE
           END-IF.
           IF PERSON-PREFERRED-NAME NOT = SPACES
               MOVE "PREFERRED NAME" TO WS-TALLY-VALUE
               PERFORM TALLY-MEASURE
           END-IF.
           IF ANNIVERSARY-YEAR IS NUMERIC
              AND ANNIVERSARY-YEAR > 0
              AND ANNIVERSARY-MONTH IS NUMERIC
              AND ANNIVERSARY-DAY IS NUMERIC
               MOVE "ANNIVERSARY" TO WS-TALLY-VALUE
               PERFORM TALLY-MEASURE
           END-IF.

      * Age on the day the profile is taken; a birthday that is not
      * a usable date lands in UNKNOWN
           FIND-AGE-BAND SECTION.
           MOVE "UNKNOWN" TO WS-TALLY-VALUE.
           MOVE 'N' TO WS-BIRTHDAY-USABLE.
           IF BIRTHDAY-YEAR IS NUMERIC AND BIRTHDAY-MONTH IS NUMERIC
              AND BIRTHDAY-DAY IS NUMERIC
               IF BIRTHDAY-YEAR > 1900
                  AND BIRTHDAY-YEAR <= WS-TODAY-YEAR
                  AND BIRTHDAY-MONTH >= 1 AND BIRTHDAY-MONTH <= 12
                  AND BIRTHDAY-DAY >= 1 AND BIRTHDAY-DAY <= 31
                   MOVE 'Y' TO WS-BIRTHDAY-USABLE
               END-IF
           END-IF.
           IF WS-BIRTHDAY-USABLE = 'N'
               EXIT SECTION
           END-IF.
           COMPUTE WS-CUSTOMER-AGE = WS-TODAY-YEAR - BIRTHDAY-YEAR.
           IF WS-TODAY-MONTH < BIRTHDAY-MONTH OR
              (WS-TODAY-MONTH = BIRTHDAY-MONTH AND
               WS-TODAY-DAY < BIRTHDAY-DAY)
               IF WS-CUSTOMER-AGE > 0
                   SUBTRACT 1 FROM WS-CUSTOMER-AGE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-CUSTOMER-AGE < 18
                   MOVE "UNDER 18" TO WS-TALLY-VALUE
               WHEN WS-CUSTOMER-AGE < 25
                   MOVE "18-24" TO WS-TALLY-VALUE
               WHEN WS-CUSTOMER-AGE < 35
                   MOVE "25-34" TO WS-TALLY-VALUE
               WHEN WS-CUSTOMER-AGE < 45
                   MOVE "35-44" TO WS-TALLY-VALUE
               WHEN WS-CUSTOMER-AGE < 55
                   MOVE "45-54" TO WS-TALLY-VALUE
               WHEN WS-CUSTOMER-AGE < 65
                   MOVE "55-64" TO WS-TALLY-VALUE
               WHEN WS-CUSTOMER-AGE < 75
                   MOVE "65-74" TO WS-TALLY-VALUE
               WHEN OTHER
                   MOVE "75 AND OVER" TO WS-TALLY-VALUE
           END-EVALUATE.

      * Adds WS-TALLY-COUNT to the measure value for the month in
      * WS-TALLY-MONTH, opening a row for a value not yet met
           TALLY-MEASURE SECTION.
           MOVE 0 TO WS-MEASURE-FOUND.
           PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
               UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT
                   OR WS-MEASURE-FOUND > 0
               IF WS-MS-MEASURE(WS-MEASURE-IDX) = WS-TALLY-MEASURE
                  AND WS-MS-VALUE(WS-MEASURE-IDX) = WS-TALLY-VALUE
                   MOVE WS-MEASURE-IDX TO WS-MEASURE-FOUND
               END-IF
           END-PERFORM.
           IF WS-MEASURE-FOUND = 0
               IF WS-MEASURE-COUNT >= 2000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-MEASURE-COUNT
               MOVE WS-MEASURE-COUNT TO WS-MEASURE-FOUND
               MOVE WS-TALLY-MEASURE TO WS-MS-MEASURE(WS-MEASURE-FOUND)
               MOVE WS-TALLY-VALUE TO WS-MS-VALUE(WS-MEASURE-FOUND)
               MOVE 0 TO WS-MS-COUNT(WS-MEASURE-FOUND, 1)
               MOVE 0 TO WS-MS-COUNT(WS-MEASURE-FOUND, 2)
           END-IF.
           ADD WS-TALLY-COUNT
               TO WS-MS-COUNT(WS-MEASURE-FOUND, WS-TALLY-MONTH).

      * Keeps every other month's rows for the rewrite and takes the
      * latest month before this one as the comparison snapshot
           LOAD-PROFILE-HISTORY SECTION.
           OPEN INPUT F-PROFILE-HISTORY-FILE.
           IF WS-PROFILE-HISTORY-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PROFILE-HISTORY-FILE
                   NOT AT END
                       IF PH-MONTH NOT = WS-RUN-MONTH
                           IF WS-KEPT-COUNT < 60000
                               ADD 1 TO WS-KEPT-COUNT
                               MOVE PROFILE-HISTORY-RECORD
                                   TO WS-KEPT-RECORD(WS-KEPT-COUNT)
                           ELSE
                               ADD 1 TO WS-KEPT-DROPPED
                           END-IF
                           IF PH-MONTH < WS-RUN-MONTH
                              AND (WS-PRIOR-MONTH = SPACES
                                   OR PH-MONTH > WS-PRIOR-MONTH)
                               MOVE PH-MONTH TO WS-PRIOR-MONTH
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PROFILE-HISTORY-FILE.
           IF WS-KEPT-DROPPED > 0
               DISPLAY "WARNING: customer-profile-history.dat holds "
                   "more than 60000 rows, " WS-KEPT-DROPPED
                   " oldest-read rows not kept"
           END-IF.
           IF WS-PRIOR-MONTH = SPACES
               EXIT SECTION
           END-IF.
           MOVE 2 TO WS-TALLY-MONTH.
           PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
               UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
               MOVE WS-KEPT-RECORD(WS-KEPT-IDX)
                   TO PROFILE-HISTORY-RECORD
               IF PH-MONTH = WS-PRIOR-MONTH
                   MOVE PH-MEASURE TO WS-TALLY-MEASURE
                   MOVE PH-VALUE TO WS-TALLY-VALUE
                   MOVE PH-COUNT TO WS-TALLY-COUNT
                   PERFORM TALLY-MEASURE
               END-IF
           END-PERFORM.

           SAVE-PROFILE-HISTORY SECTION.
           OPEN OUTPUT F-PROFILE-HISTORY-FILE.
           PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
               UNTIL WS-KEPT-IDX > WS-KEPT-COUNT
               MOVE WS-KEPT-RECORD(WS-KEPT-IDX)
                   TO PROFILE-HISTORY-RECORD
               WRITE PROFILE-HISTORY-RECORD
           END-PERFORM.
           PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
               UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT
               MOVE WS-RUN-MONTH TO PH-MONTH
               MOVE WS-MS-MEASURE(WS-MEASURE-IDX) TO PH-MEASURE
               MOVE WS-MS-VALUE(WS-MEASURE-IDX) TO PH-VALUE
               MOVE WS-MS-COUNT(WS-MEASURE-IDX, 1) TO PH-COUNT
               WRITE PROFILE-HISTORY-RECORD
           END-PERFORM.
           CLOSE F-PROFILE-HISTORY-FILE.

           WRITE-PROFILE-REPORT SECTION.
           MOVE WS-MS-COUNT(1, 1) TO WS-CUSTOMER-TOTAL(1).              * TOTAL is always the first row
           MOVE WS-MS-COUNT(1, 2) TO WS-CUSTOMER-TOTAL(2).
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-PRIOR-MONTH = SPACES
               STRING "CUSTOMER BASE PROFILE " WS-RUN-MONTH
                      " (NO EARLIER SNAPSHOT TO COMPARE WITH)"
                   INTO WS-REPORT-RECORD
               END-STRING
           ELSE
               STRING "CUSTOMER BASE PROFILE " WS-RUN-MONTH
                      " COMPARED WITH " WS-PRIOR-MONTH
                   INTO WS-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "MEASURE        VALUE                "
                  "  THIS MONTH  SHARE  LAST MONTH  SHARE"
                  "     CHANGE  SHARE-CHG"
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           PERFORM VARYING WS-MEASURE-NAME-IDX FROM 1 BY 1
               UNTIL WS-MEASURE-NAME-IDX > 13
               MOVE SPACES TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                   UNTIL WS-MEASURE-IDX > WS-MEASURE-COUNT
                   IF WS-MS-MEASURE(WS-MEASURE-IDX)
                          = WS-MEASURE-NAME(WS-MEASURE-NAME-IDX)
                       PERFORM WRITE-ONE-MEASURE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE F-REPORT-FILE.

      * Count and share of all customers for both months; shares
      * move in tenths of a percentage point
           WRITE-ONE-MEASURE-LINE SECTION.
           MOVE 0 TO WS-SHARE(1).
           MOVE 0 TO WS-SHARE(2).
           IF WS-CUSTOMER-TOTAL(1) > 0
               COMPUTE WS-SHARE(1) ROUNDED =
                   WS-MS-COUNT(WS-MEASURE-IDX, 1) * 100
                   / WS-CUSTOMER-TOTAL(1)
           END-IF.
           IF WS-CUSTOMER-TOTAL(2) > 0
               COMPUTE WS-SHARE(2) ROUNDED =
                   WS-MS-COUNT(WS-MEASURE-IDX, 2) * 100
                   / WS-CUSTOMER-TOTAL(2)
           END-IF.
           MOVE WS-MS-COUNT(WS-MEASURE-IDX, 1) TO WS-COUNT-OUT(1).
           MOVE WS-MS-COUNT(WS-MEASURE-IDX, 2) TO WS-COUNT-OUT(2).
           MOVE WS-SHARE(1) TO WS-SHARE-OUT(1).
           MOVE WS-SHARE(2) TO WS-SHARE-OUT(2).
           COMPUTE WS-COUNT-CHANGE = WS-MS-COUNT(WS-MEASURE-IDX, 1)
               - WS-MS-COUNT(WS-MEASURE-IDX, 2).
           COMPUTE WS-SHARE-CHANGE = WS-SHARE(1) - WS-SHARE(2).
           MOVE WS-COUNT-CHANGE TO WS-COUNT-CHANGE-OUT.
           MOVE WS-SHARE-CHANGE TO WS-SHARE-CHANGE-OUT.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-PRIOR-MONTH = SPACES
               STRING WS-MS-MEASURE(WS-MEASURE-IDX) " "
                      WS-MS-VALUE(WS-MEASURE-IDX) "  "
                      WS-COUNT-OUT(1) "  " WS-SHARE-OUT(1)
                      "         n/a"
                   INTO WS-REPORT-RECORD
               END-STRING
           ELSE
               STRING WS-MS-MEASURE(WS-MEASURE-IDX) " "
                      WS-MS-VALUE(WS-MEASURE-IDX) "  "
                      WS-COUNT-OUT(1) "  " WS-SHARE-OUT(1)
                      "    " WS-COUNT-OUT(2) "  " WS-SHARE-OUT(2)
                      "  " WS-COUNT-CHANGE-OUT
                      "     " WS-SHARE-CHANGE-OUT
                   INTO WS-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE WS-REPORT-RECORD.
