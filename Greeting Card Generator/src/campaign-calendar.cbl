       IDENTIFICATION DIVISION.
       PROGRAM-ID. campaign-calendar.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
               FUNCTION IS-LEAP-YEAR.
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
               SELECT F-TAX-DEADLINES-FILE ASSIGN TO "tax-deadlines.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TAX-DEADLINES-STATUS.
               SELECT F-HOLIDAYS-FILE ASSIGN TO "holidays.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOLIDAYS-STATUS.
               SELECT F-JOB-DAYS-FILE ASSIGN TO "job-title-days.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JOB-DAYS-STATUS.
               SELECT F-BLACKOUT-FILE ASSIGN TO "blackout-dates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BLACKOUT-STATUS.
               SELECT F-TRANSIT-DAYS-FILE
                 ASSIGN TO "transit-days.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANSIT-DAYS-STATUS.
               SELECT F-CALENDAR-FILE ASSIGN TO "campaign-calendar.rpt"
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
              05 MOON-EVENT-TYPE PIC X(10).                             * Blank reads as SUPERMOON; eclipses listed by type
           FD F-WEREWOLF-CONFIG-FILE.
           01 WEREWOLF-CONFIG-RECORD PIC X(7).
           FD F-TAX-DEADLINES-FILE.
           01 TAX-DEADLINE-RECORD.
               05 TAX-DEADLINE-YEAR PIC 9(4).
               05 TAX-DEADLINE-MON-DAY PIC X(5).
               05 TAX-DEADLINE-STATE PIC X(20).                         * Blank for the nationwide deadline
           FD F-HOLIDAYS-FILE.
           01 HOLIDAY-RECORD.
               05 HOLIDAY-MON-DAY PIC X(5).
               05 HOLIDAY-NAME PIC X(30).
               05 HOLIDAY-RULE PIC X(8).                                * Blank/FIXED, NTH-DOW, LAST-DOW, EASTER or TABLE
               05 HOLIDAY-RULE-MONTH PIC X(2).
               05 HOLIDAY-RULE-WEEKDAY PIC X.
               05 HOLIDAY-RULE-NTH PIC X.
               05 HOLIDAY-RULE-OFFSET PIC X(4).
           FD F-JOB-DAYS-FILE.
           01 JOB-DAY-RECORD.
               05 JOB-DAY-TITLE PIC X(60).
               05 JOB-DAY-MON-DAY PIC X(5).
               05 JOB-DAY-CAMPAIGN-NAME PIC X(30).
           FD F-BLACKOUT-FILE.                                          * Days we process but must not send, one date per line
           01 BLACKOUT-RECORD.
               05 BLACKOUT-DATE PIC X(10).
               05 BLACKOUT-REASON PIC X(40).
           FD F-TRANSIT-DAYS-FILE.
      * Print-and-postal transit days per region, so a dated card
      * is cut early enough to land on the day; a blank region row
      * is the default lead
           01 TRANSIT-DAY-RECORD.
               05 TD-REGION PIC X(20).
               05 TD-DAYS PIC 9(2).
           FD F-CALENDAR-FILE.
           01 WS-CALENDAR-RECORD PIC X(200).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-SUPERMOONS-STATUS PIC XX.
           01 WS-WEREWOLF-CONFIG-STATUS PIC XX.
           01 WS-TAX-DEADLINES-STATUS PIC XX.
           01 WS-HOLIDAYS-STATUS PIC XX.
           01 WS-JOB-DAYS-STATUS PIC XX.
           01 WS-BLACKOUT-STATUS PIC XX.
           01 WS-TRANSIT-DAYS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-YEAR-ANSWER PIC X(4).
           01 WS-CALENDAR-YEAR PIC 9(4).
           01 WS-ACTIVE-COUNT PIC 9(7) VALUE 0.
           01 WS-WEREWOLF-CUSTOMERS PIC 9(7) VALUE 0.                   * ACTIVE customers whose birthdate was a supermoon
           01 WS-MAGNITUDE-THRESHOLD PIC S9(3)V99 VALUE -99.99.
           01 WS-FIRST-DAY-INT PIC S9(9) COMP.
           01 WS-LAST-DAY-INT PIC S9(9) COMP.
           01 WS-DAY-INT PIC S9(9) COMP.
           01 WS-MAIL-DAY-INT PIC S9(9) COMP.
           01 WS-DIGITS-WORK PIC 9(8).
           01 WS-TARGET-DATE PIC X(10).
           01 WS-TARGET-MON-DAY PIC X(5).
           01 WS-TARGET-BUCKET PIC 9(4) COMP.
           01 WS-MAIL-DATE PIC X(10).
           01 WS-LEAP-RESULT PIC A(5).
           01 WS-MMDD-BUCKET PIC 9(4) COMP.
           01 WS-FEB29-BIRTHDAYS PIC 9(7) VALUE 0.                      * Held apart: they shift to Mar 1 in a non-leap year
           01 WS-FEB29-ANNIVERSARIES PIC 9(7) VALUE 0.
           01 WS-BIRTHDAY-BUCKETS.
               05 WS-BIRTHDAY-BUCKET OCCURS 1231 TIMES PIC 9(7).
           01 WS-ANNIVERSARY-BUCKETS.
               05 WS-ANNIVERSARY-BUCKET OCCURS 1231 TIMES PIC 9(7).
           01 WS-WEEKDAY-NAMES VALUE "MONTUEWEDTHUFRISATSUN".
               05 WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(3).
           01 WS-WEEKDAY-IDX PIC 9 COMP.
      * One day's picture, rebuilt for every day of the year
           01 WS-DAY-VOLUME PIC 9(9).
           01 WS-DAY-COUNT PIC 9(7).
           01 WS-DAY-CAMPAIGN PIC X(30).
           01 WS-DAY-EVENT-COUNT PIC 9(2).                              * Distinct calendar-driven campaigns firing on the day
           01 WS-DAY-TAX-FIRES PIC X.
           01 WS-DAY-HOLIDAY-FIRES PIC X.
           01 WS-DAY-JOB-FIRES PIC X.
           01 WS-DAY-MOON-FIRES PIC X.
           01 WS-DAY-ECLIPSE-FIRES PIC X.
           01 WS-DAY-BLACKOUT-REASON PIC X(40).
           01 WS-DAY-IS-BLACKOUT PIC X.
           01 WS-DAY-ADDS-VOLUME PIC X.
           01 WS-FIRES-TEXT PIC X(150).
           01 WS-FIRES-POS PIC 9(3) COMP.
           01 WS-COUNT-DISPLAY PIC Z(6)9.
           01 WS-LOOKUP-DATE PIC X(10).
           01 WS-LOOKUP-REASON PIC X(40).
           01 WS-LOOKUP-FOUND PIC X.
           01 WS-LEAD-REGION PIC X(20).
           01 WS-LEAD-DAYS PIC 9(2).
           01 WS-LEAD-NOTE PIC X(80).
           01 WS-DEFAULT-LEAD-DAYS PIC 9(2) VALUE 0.
      * Totals for the closing line
           01 WS-FIRING-DAYS PIC 9(3) VALUE 0.
           01 WS-STACKED-DAYS PIC 9(3) VALUE 0.
           01 WS-BLACKOUT-CLASHES PIC 9(3) VALUE 0.
           01 WS-LEAD-CLASHES PIC 9(4) VALUE 0.
           01 WS-YEAR-VOLUME PIC 9(9) VALUE 0.
           01 WS-ECLIPSE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ECLIPSE-IDX PIC 9(3) COMP.
           01 WS-ECLIPSE-DATES.                                         * Eclipse and blood-moon dates from the catalog
              05 WS-ECLIPSE OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ECLIPSE-COUNT
                  INDEXED BY ECLIPSE-IDX.
                      10 WS-ECLIPSE-DATE PIC X(10).
                      10 WS-ECLIPSE-TYPE PIC X(10).
           01 WS-MOON-FOUND PIC 9.
           01 WS-SUPERMOON-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SUPERMOON-IDX PIC 9(4) COMP.
           01 WS-SUPERMOONS.
              05 WS-SUPERMOON OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-SUPERMOON-COUNT
                  INDEXED BY MOON-IDX.
                      10 WS-MOON PIC X(10).
                      10 WS-MOON-MAGNITUDE PIC S9(3)V99.
           01 WS-TAX-DAY-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-TAX-DAY-IDX PIC 9(3) COMP.
           01 WS-TAX-DAYS.
              05 WS-TAX-DAY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-TAX-DAY-COUNT
                  INDEXED BY TAX-DAY-IDX.
                      10 WS-TAX-DAY-YEAR PIC 9(4).
                      10 WS-TAX-DAY-MON-DAY PIC X(5).
                      10 WS-TAX-DAY-STATE PIC X(20).
           01 WS-HOLIDAY-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-HOLIDAY-IDX PIC 9(3) COMP.
           01 WS-HOLIDAYS.                                              * Each row resolved once for the calendar year
              05 WS-HOLIDAY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-HOLIDAY-COUNT
                  INDEXED BY HOLIDAY-IDX.
                      10 WS-HOLIDAY-ROW PIC X(51).
                      10 WS-HOLIDAY-RESOLVED PIC X(5).
           01 WS-JOB-DAY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-JOB-DAY-IDX PIC 9(4) COMP.
           01 WS-JOB-DAYS.
              05 WS-JOB-DAY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-JOB-DAY-COUNT
                  INDEXED BY JOB-DAY-IDX.
                      10 WS-JOB-DAY-TITLE PIC X(60).
                      10 WS-JOB-DAY-MON-DAY PIC X(5).
                      10 WS-JOB-DAY-NAME PIC X(30).
                      10 WS-JOB-DAY-CUSTOMERS PIC 9(7).                 * ACTIVE customers holding this row's job title
           01 WS-BLACKOUT-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-BLACKOUT-IDX PIC 9(3) COMP.
           01 WS-BLACKOUTS.
              05 WS-BLACKOUT OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-BLACKOUT-COUNT
                  INDEXED BY BLACKOUT-IDX.
                      10 WS-BLACKOUT-DATE PIC X(10).
                      10 WS-BLACKOUT-REASON PIC X(40).
           01 WS-TRANSIT-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-TRANSIT-IDX PIC 9(3) COMP.
           01 WS-TRANSIT-TABLE.
              05 WS-TRANSIT-ROW OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-TRANSIT-COUNT
                  INDEXED BY TRANSIT-IDX.
                      10 WS-TRANSIT-REGION PIC X(20).
                      10 WS-TRANSIT-DAYS PIC 9(2).

       PROCEDURE DIVISION.

           DISPLAY "Calendar year (YYYY, blank for next year): ".
           MOVE SPACES TO WS-YEAR-ANSWER.
           ACCEPT WS-YEAR-ANSWER.
           IF WS-YEAR-ANSWER IS NUMERIC
               MOVE WS-YEAR-ANSWER TO WS-CALENDAR-YEAR
           ELSE
               COMPUTE WS-CALENDAR-YEAR =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) + 1
           END-IF.
           COMPUTE WS-FIRST-DAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-CALENDAR-YEAR * 10000 + 0101).
           COMPUTE WS-LAST-DAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-CALENDAR-YEAR * 10000 + 1231).

           PERFORM LOAD-WEREWOLF-CONFIG.
           PERFORM LOAD-SUPERMOON-TABLE.
           PERFORM LOAD-TAX-DEADLINE-TABLE.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-JOB-DAY-TABLE.
           PERFORM LOAD-BLACKOUT-TABLE.
           PERFORM LOAD-TRANSIT-DAYS.
           PERFORM TALLY-CUSTOMER-DATES.

           OPEN OUTPUT F-CALENDAR-FILE.
           MOVE SPACES TO WS-CALENDAR-RECORD.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           STRING "CAMPAIGN CALENDAR FOR " WS-CALENDAR-YEAR
                  ", PROJECTED FROM "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  " ACTIVE CUSTOMERS"
               INTO WS-CALENDAR-RECORD
           END-STRING.
           WRITE WS-CALENDAR-RECORD.
           PERFORM WRITE-LEAD-LEGEND.
           PERFORM CALENDAR-ONE-DAY
               VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
               UNTIL WS-DAY-INT > WS-LAST-DAY-INT.
           MOVE SPACES TO WS-CALENDAR-RECORD.
           STRING "DAYS WITH DATED CAMPAIGNS=" WS-FIRING-DAYS
                  " STACKED DAYS=" WS-STACKED-DAYS
                  " BLACKOUT CLASHES=" WS-BLACKOUT-CLASHES
                  " EARLY MAIL DATES IN BLACKOUT=" WS-LEAD-CLASHES
                  " YEAR VOLUME=" WS-YEAR-VOLUME
               INTO WS-CALENDAR-RECORD
           END-STRING.
           WRITE WS-CALENDAR-RECORD.
           CLOSE F-CALENDAR-FILE.
           DISPLAY "Campaign calendar for " WS-CALENDAR-YEAR
               " written to campaign-calendar.rpt, "
               WS-STACKED-DAYS " stacked days, "
               WS-BLACKOUT-CLASHES " blackout clashes".
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
                           ELSE
                               ADD 1 TO WS-ECLIPSE-COUNT
                               MOVE MOON-DATE TO
                                   WS-ECLIPSE-DATE(WS-ECLIPSE-COUNT)
                               MOVE MOON-EVENT-TYPE TO
                                   WS-ECLIPSE-TYPE(WS-ECLIPSE-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUPERMOONS-FILE
           END-IF.
           MOVE MOON-IDX TO WS-SUPERMOON-COUNT.

           LOAD-TAX-DEADLINE-TABLE SECTION.
           SET TAX-DAY-IDX TO 0.
           OPEN INPUT F-TAX-DEADLINES-FILE.
           IF WS-TAX-DEADLINES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TAX-DEADLINES-FILE
                       NOT AT END
                           ADD 1 TO TAX-DAY-IDX
                           MOVE TAX-DEADLINE-YEAR
                               TO WS-TAX-DAY-YEAR(TAX-DAY-IDX)
                           MOVE TAX-DEADLINE-MON-DAY
                               TO WS-TAX-DAY-MON-DAY(TAX-DAY-IDX)
                           MOVE TAX-DEADLINE-STATE
                               TO WS-TAX-DAY-STATE(TAX-DAY-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TAX-DEADLINES-FILE
           END-IF.
           MOVE TAX-DAY-IDX TO WS-TAX-DAY-COUNT.

      * Moveable holidays land on a different day each year, so each
      * row is resolved once for the calendar year being laid out
           LOAD-HOLIDAY-TABLE SECTION.
           SET HOLIDAY-IDX TO 0.
           OPEN INPUT F-HOLIDAYS-FILE.
           IF WS-HOLIDAYS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOLIDAYS-FILE
                       NOT AT END
                           ADD 1 TO HOLIDAY-IDX
                           MOVE HOLIDAY-RECORD
                               TO WS-HOLIDAY-ROW(HOLIDAY-IDX)
                           CALL "holiday-date-resolver" USING
                               WS-HOLIDAY-ROW(HOLIDAY-IDX),
                               WS-CALENDAR-YEAR,
                               WS-HOLIDAY-RESOLVED(HOLIDAY-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HOLIDAYS-FILE
           END-IF.
           MOVE HOLIDAY-IDX TO WS-HOLIDAY-COUNT.

           LOAD-JOB-DAY-TABLE SECTION.
           SET JOB-DAY-IDX TO 0.
           OPEN INPUT F-JOB-DAYS-FILE.
           IF WS-JOB-DAYS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-JOB-DAYS-FILE
                       NOT AT END
                           ADD 1 TO JOB-DAY-IDX
                           MOVE JOB-DAY-TITLE
                               TO WS-JOB-DAY-TITLE(JOB-DAY-IDX)
                           MOVE JOB-DAY-MON-DAY
                               TO WS-JOB-DAY-MON-DAY(JOB-DAY-IDX)
                           MOVE JOB-DAY-CAMPAIGN-NAME
                               TO WS-JOB-DAY-NAME(JOB-DAY-IDX)
                           MOVE 0
                               TO WS-JOB-DAY-CUSTOMERS(JOB-DAY-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-JOB-DAYS-FILE
           END-IF.
           MOVE JOB-DAY-IDX TO WS-JOB-DAY-COUNT.

           LOAD-BLACKOUT-TABLE SECTION.
           SET BLACKOUT-IDX TO 0.
           OPEN INPUT F-BLACKOUT-FILE.
           IF WS-BLACKOUT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLACKOUT-FILE
                       NOT AT END
                           IF BLACKOUT-DATE NOT = SPACES AND
                              BLACKOUT-IDX < 999
                               ADD 1 TO BLACKOUT-IDX
                               MOVE BLACKOUT-DATE
                                   TO WS-BLACKOUT-DATE(BLACKOUT-IDX)
                               MOVE BLACKOUT-REASON
                                   TO WS-BLACKOUT-REASON(BLACKOUT-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLACKOUT-FILE
           END-IF.
           MOVE BLACKOUT-IDX TO WS-BLACKOUT-COUNT.

           LOAD-TRANSIT-DAYS SECTION.                                   * Loads the per-region transit lead-time table
           SET TRANSIT-IDX TO 0.
           MOVE 0 TO WS-DEFAULT-LEAD-DAYS.
           OPEN INPUT F-TRANSIT-DAYS-FILE.
           IF WS-TRANSIT-DAYS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSIT-DAYS-FILE
                       NOT AT END
                           IF TD-REGION = SPACES
                               MOVE TD-DAYS
                                   TO WS-DEFAULT-LEAD-DAYS
                           ELSE
                               ADD 1 TO TRANSIT-IDX
                               MOVE TD-REGION TO
                                   WS-TRANSIT-REGION(TRANSIT-IDX)
                               MOVE TD-DAYS TO
                                   WS-TRANSIT-DAYS(TRANSIT-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TRANSIT-DAYS-FILE
           END-IF.
           MOVE TRANSIT-IDX TO WS-TRANSIT-COUNT.

      * One pass over the master: buckets birthdays/anniversaries by
      * month-day, counts werewolves and per-title populations
           TALLY-CUSTOMER-DATES SECTION.
           PERFORM VARYING WS-MMDD-BUCKET FROM 1 BY 1
               UNTIL WS-MMDD-BUCKET > 1231
               MOVE 0 TO WS-BIRTHDAY-BUCKET(WS-MMDD-BUCKET)
               MOVE 0 TO WS-ANNIVERSARY-BUCKET(WS-MMDD-BUCKET)
           END-PERFORM.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
                   WS-CUSTOMERS-STATUS ", volumes read as zero"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE
                   NOT AT END
                       IF PERSON-STATUS = 'ACTIVE'
                           PERFORM TALLY-ONE-CUSTOMER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.

           TALLY-ONE-CUSTOMER SECTION.
           ADD 1 TO WS-ACTIVE-COUNT.
           IF BIRTHDAY-MONTH = 2 AND BIRTHDAY-DAY = 29
               ADD 1 TO WS-FEB29-BIRTHDAYS
           ELSE
               IF BIRTHDAY-MONTH >= 1 AND BIRTHDAY-MONTH <= 12 AND
                  BIRTHDAY-DAY >= 1 AND BIRTHDAY-DAY <= 31
                   COMPUTE WS-MMDD-BUCKET =
                       BIRTHDAY-MONTH * 100 + BIRTHDAY-DAY
                   ADD 1 TO WS-BIRTHDAY-BUCKET(WS-MMDD-BUCKET)
               END-IF
           END-IF.
           IF PERSON-ANNIVERSARY-DATE NOT = SPACES
               IF ANNIVERSARY-MONTH = 2 AND ANNIVERSARY-DAY = 29
                   ADD 1 TO WS-FEB29-ANNIVERSARIES
               ELSE
                   IF ANNIVERSARY-MONTH >= 1 AND
                      ANNIVERSARY-MONTH <= 12 AND
                      ANNIVERSARY-DAY >= 1 AND ANNIVERSARY-DAY <= 31
                       COMPUTE WS-MMDD-BUCKET =
                           ANNIVERSARY-MONTH * 100 + ANNIVERSARY-DAY
                       ADD 1 TO
                           WS-ANNIVERSARY-BUCKET(WS-MMDD-BUCKET)
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-MOON-FOUND.
           PERFORM VARYING WS-SUPERMOON-IDX FROM 1 BY 1
               UNTIL WS-SUPERMOON-IDX > WS-SUPERMOON-COUNT
                   OR WS-MOON-FOUND = 1
               IF WS-MOON(WS-SUPERMOON-IDX) = PERSON-BIRTHDAY AND
                  WS-MOON-MAGNITUDE(WS-SUPERMOON-IDX) >=
                      WS-MAGNITUDE-THRESHOLD
                   MOVE 1 TO WS-MOON-FOUND
               END-IF
           END-PERFORM.
           IF WS-MOON-FOUND = 1
               ADD 1 TO WS-WEREWOLF-CUSTOMERS
           END-IF.
           PERFORM VARYING WS-JOB-DAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-DAY-IDX > WS-JOB-DAY-COUNT
               IF WS-JOB-DAY-TITLE(WS-JOB-DAY-IDX) = PERSON-JOB-TITLE
                   ADD 1 TO WS-JOB-DAY-CUSTOMERS(WS-JOB-DAY-IDX)
               END-IF
           END-PERFORM.

      * The transit leads apply to every dated card; listing them
      * once up front keeps the daily lines readable
           WRITE-LEAD-LEGEND SECTION.
           MOVE SPACES TO WS-CALENDAR-RECORD.
           STRING "DEFAULT TRANSIT LEAD " WS-DEFAULT-LEAD-DAYS
                  " DAYS; REGIONS MAILING EARLIER ARE LISTED UNDER "
                  "EACH CALENDAR CAMPAIGN DAY"
               INTO WS-CALENDAR-RECORD
           END-STRING.
           WRITE WS-CALENDAR-RECORD.

      * Birthdays and anniversaries fire every day and are counted
      * in the volume; the calendar-driven campaigns (tax day,
      * holidays, professional days, supermoons and eclipses) are
      * the ones that can stack on one another
           CALENDAR-ONE-DAY SECTION.
           COMPUTE WS-DIGITS-WORK =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO WS-TARGET-DATE.
           STRING WS-DIGITS-WORK(1:4) "-"
                  WS-DIGITS-WORK(5:2) "-" WS-DIGITS-WORK(7:2)
               INTO WS-TARGET-DATE
           END-STRING.
           MOVE WS-TARGET-DATE(6:5) TO WS-TARGET-MON-DAY.
           COMPUTE WS-TARGET-BUCKET =
               FUNCTION NUMVAL(WS-DIGITS-WORK(5:4)).
           COMPUTE WS-WEEKDAY-IDX =
               FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           MOVE 0 TO WS-DAY-VOLUME.
           MOVE 0 TO WS-DAY-EVENT-COUNT.
           MOVE 'N' TO WS-DAY-TAX-FIRES.
           MOVE 'N' TO WS-DAY-HOLIDAY-FIRES.
           MOVE 'N' TO WS-DAY-JOB-FIRES.
           MOVE 'N' TO WS-DAY-MOON-FIRES.
           MOVE 'N' TO WS-DAY-ECLIPSE-FIRES.
           MOVE SPACES TO WS-FIRES-TEXT.
           MOVE 1 TO WS-FIRES-POS.
           MOVE 'Y' TO WS-DAY-ADDS-VOLUME.

           MOVE WS-BIRTHDAY-BUCKET(WS-TARGET-BUCKET) TO WS-DAY-COUNT.
           MOVE FUNCTION IS-LEAP-YEAR(WS-CALENDAR-YEAR)
               TO WS-LEAP-RESULT.
           IF (WS-LEAP-RESULT = 'FALSE' AND WS-TARGET-BUCKET = 0301)    * Feb 29 dates land on Mar 1 in a non-leap year
              OR (WS-LEAP-RESULT = 'TRUE' AND WS-TARGET-BUCKET = 0229)
               ADD WS-FEB29-BIRTHDAYS TO WS-DAY-COUNT
           END-IF.
           MOVE "BIRTHDAY" TO WS-DAY-CAMPAIGN.
           IF WS-DAY-COUNT > 0
               PERFORM NOTE-DAY-CAMPAIGN
           END-IF.
           MOVE WS-ANNIVERSARY-BUCKET(WS-TARGET-BUCKET)
               TO WS-DAY-COUNT.
           IF (WS-LEAP-RESULT = 'FALSE' AND WS-TARGET-BUCKET = 0301)
              OR (WS-LEAP-RESULT = 'TRUE' AND WS-TARGET-BUCKET = 0229)
               ADD WS-FEB29-ANNIVERSARIES TO WS-DAY-COUNT
           END-IF.
           MOVE "ANNIVERSARY" TO WS-DAY-CAMPAIGN.
           IF WS-DAY-COUNT > 0
               PERFORM NOTE-DAY-CAMPAIGN
           END-IF.

           PERFORM CHECK-CALENDAR-TAX-DAY
               VARYING WS-TAX-DAY-IDX FROM 1 BY 1
               UNTIL WS-TAX-DAY-IDX > WS-TAX-DAY-COUNT.
           PERFORM CHECK-CALENDAR-HOLIDAY
               VARYING WS-HOLIDAY-IDX FROM 1 BY 1
               UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT.
           PERFORM CHECK-CALENDAR-JOB-DAY
               VARYING WS-JOB-DAY-IDX FROM 1 BY 1
               UNTIL WS-JOB-DAY-IDX > WS-JOB-DAY-COUNT.
           PERFORM CHECK-CALENDAR-SUPERMOON
               VARYING WS-SUPERMOON-IDX FROM 1 BY 1
               UNTIL WS-SUPERMOON-IDX > WS-SUPERMOON-COUNT.
           PERFORM CHECK-CALENDAR-ECLIPSE
               VARYING WS-ECLIPSE-IDX FROM 1 BY 1
               UNTIL WS-ECLIPSE-IDX > WS-ECLIPSE-COUNT.

           MOVE WS-TARGET-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-BLACKOUT-DATE.
           MOVE WS-LOOKUP-FOUND TO WS-DAY-IS-BLACKOUT.
           MOVE WS-LOOKUP-REASON TO WS-DAY-BLACKOUT-REASON.
           ADD WS-DAY-VOLUME TO WS-YEAR-VOLUME.

           MOVE SPACES TO WS-CALENDAR-RECORD.
           MOVE WS-DAY-VOLUME TO WS-COUNT-DISPLAY.
           IF WS-FIRES-TEXT = SPACES
               MOVE "(nothing fires)" TO WS-FIRES-TEXT
           END-IF.
           STRING WS-TARGET-DATE " "
                  WS-WEEKDAY-NAME(WS-WEEKDAY-IDX)
                  " VOLUME=" WS-COUNT-DISPLAY " "
                  FUNCTION TRIM(WS-FIRES-TEXT)
               INTO WS-CALENDAR-RECORD
           END-STRING.
           WRITE WS-CALENDAR-RECORD.

           IF WS-DAY-IS-BLACKOUT = 'Y'
               MOVE SPACES TO WS-CALENDAR-RECORD
               STRING "           BLACKED OUT: "
                      FUNCTION TRIM(WS-DAY-BLACKOUT-REASON)
                   INTO WS-CALENDAR-RECORD
               END-STRING
               WRITE WS-CALENDAR-RECORD
               IF WS-DAY-VOLUME > 0 OR WS-DAY-EVENT-COUNT > 0
                   ADD 1 TO WS-BLACKOUT-CLASHES
                   MOVE SPACES TO WS-CALENDAR-RECORD
                   STRING "           REVIEW: campaign dates fall "
                          "inside a blackout, cards will be deferred"
                       INTO WS-CALENDAR-RECORD
                   END-STRING
                   WRITE WS-CALENDAR-RECORD
               END-IF
           END-IF.
           IF WS-DAY-EVENT-COUNT = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-FIRING-DAYS.
           IF WS-DAY-EVENT-COUNT > 1
               ADD 1 TO WS-STACKED-DAYS
               MOVE SPACES TO WS-CALENDAR-RECORD
               STRING "           REVIEW: " WS-DAY-EVENT-COUNT
                      " calendar campaigns stack on this day"
                   INTO WS-CALENDAR-RECORD
               END-STRING
               WRITE WS-CALENDAR-RECORD
           END-IF.
           MOVE SPACES TO WS-LEAD-REGION.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
           PERFORM WRITE-LEAD-LINE.
           PERFORM VARYING WS-TRANSIT-IDX FROM 1 BY 1
               UNTIL WS-TRANSIT-IDX > WS-TRANSIT-COUNT
               MOVE WS-TRANSIT-REGION(WS-TRANSIT-IDX)
                   TO WS-LEAD-REGION
               MOVE WS-TRANSIT-DAYS(WS-TRANSIT-IDX) TO WS-LEAD-DAYS
               PERFORM WRITE-LEAD-LINE
           END-PERFORM.

      * Appends one campaign and its projected count to the day line
           NOTE-DAY-CAMPAIGN SECTION.
           IF WS-DAY-ADDS-VOLUME = 'Y'
               ADD WS-DAY-COUNT TO WS-DAY-VOLUME
           END-IF.
           MOVE 'Y' TO WS-DAY-ADDS-VOLUME.
           MOVE WS-DAY-COUNT TO WS-COUNT-DISPLAY.
           IF WS-FIRES-POS < 120
               STRING FUNCTION TRIM(WS-DAY-CAMPAIGN) "("
                      FUNCTION TRIM(WS-COUNT-DISPLAY) ") "
                   INTO WS-FIRES-TEXT
                   WITH POINTER WS-FIRES-POS
               END-STRING
           END-IF.

      * A filing deadline is planned at every ACTIVE customer, as the
      * volume forecast counts it; a state's own deadline is named
      * but reaches the same ceiling only once a day
           CHECK-CALENDAR-TAX-DAY SECTION.
           IF WS-TAX-DAY-YEAR(WS-TAX-DAY-IDX) = WS-CALENDAR-YEAR AND
              WS-TAX-DAY-MON-DAY(WS-TAX-DAY-IDX) = WS-TARGET-MON-DAY
               IF WS-DAY-TAX-FIRES = 'Y'
                   MOVE 'N' TO WS-DAY-ADDS-VOLUME
               ELSE
                   ADD 1 TO WS-DAY-EVENT-COUNT
               END-IF
               MOVE 'Y' TO WS-DAY-TAX-FIRES
               MOVE WS-ACTIVE-COUNT TO WS-DAY-COUNT
               MOVE SPACES TO WS-DAY-CAMPAIGN
               STRING "TAX-DAY " WS-TAX-DAY-STATE(WS-TAX-DAY-IDX)
                   DELIMITED BY "  "
                   INTO WS-DAY-CAMPAIGN
               END-STRING
               PERFORM NOTE-DAY-CAMPAIGN
           END-IF.

           CHECK-CALENDAR-HOLIDAY SECTION.
           IF WS-HOLIDAY-RESOLVED(WS-HOLIDAY-IDX) = WS-TARGET-MON-DAY
               IF WS-DAY-HOLIDAY-FIRES = 'Y'
                   MOVE 'N' TO WS-DAY-ADDS-VOLUME                       * A second holiday that day reaches the same customers
               END-IF
               MOVE 'Y' TO WS-DAY-HOLIDAY-FIRES
               ADD 1 TO WS-DAY-EVENT-COUNT
               MOVE WS-ACTIVE-COUNT TO WS-DAY-COUNT
               MOVE WS-HOLIDAY-ROW(WS-HOLIDAY-IDX)(6:30)
                   TO WS-DAY-CAMPAIGN
               PERFORM NOTE-DAY-CAMPAIGN
           END-IF.

           CHECK-CALENDAR-JOB-DAY SECTION.
           IF WS-JOB-DAY-MON-DAY(WS-JOB-DAY-IDX) = WS-TARGET-MON-DAY
               IF WS-DAY-JOB-FIRES = 'N'
                   MOVE 'Y' TO WS-DAY-JOB-FIRES
                   ADD 1 TO WS-DAY-EVENT-COUNT
               END-IF
               MOVE WS-JOB-DAY-CUSTOMERS(WS-JOB-DAY-IDX)
                   TO WS-DAY-COUNT
               MOVE WS-JOB-DAY-NAME(WS-JOB-DAY-IDX) TO WS-DAY-CAMPAIGN
               IF WS-DAY-CAMPAIGN = SPACES
                   MOVE "PROFESSIONAL" TO WS-DAY-CAMPAIGN
               END-IF
               PERFORM NOTE-DAY-CAMPAIGN
           END-IF.

           CHECK-CALENDAR-SUPERMOON SECTION.
           IF WS-MOON(WS-SUPERMOON-IDX) = WS-TARGET-DATE AND
              WS-MOON-MAGNITUDE(WS-SUPERMOON-IDX) >=
                  WS-MAGNITUDE-THRESHOLD AND
              WS-DAY-MOON-FIRES = 'N'
               MOVE 'Y' TO WS-DAY-MOON-FIRES
               ADD 1 TO WS-DAY-EVENT-COUNT
               MOVE WS-WEREWOLF-CUSTOMERS TO WS-DAY-COUNT
               MOVE "WEREWOLF" TO WS-DAY-CAMPAIGN
               PERFORM NOTE-DAY-CAMPAIGN
           END-IF.

      * An eclipse or blood-moon day mails the werewolf audience
           CHECK-CALENDAR-ECLIPSE SECTION.
           IF WS-ECLIPSE-DATE(WS-ECLIPSE-IDX) = WS-TARGET-DATE AND
              WS-DAY-ECLIPSE-FIRES = 'N'
               MOVE 'Y' TO WS-DAY-ECLIPSE-FIRES
               ADD 1 TO WS-DAY-EVENT-COUNT
               MOVE WS-WEREWOLF-CUSTOMERS TO WS-DAY-COUNT
               MOVE WS-ECLIPSE-TYPE(WS-ECLIPSE-IDX) TO WS-DAY-CAMPAIGN
               PERFORM NOTE-DAY-CAMPAIGN
           END-IF.

           FIND-BLACKOUT-DATE SECTION.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           MOVE SPACES TO WS-LOOKUP-REASON.
           PERFORM VARYING WS-BLACKOUT-IDX FROM 1 BY 1
               UNTIL WS-BLACKOUT-IDX > WS-BLACKOUT-COUNT
                   OR WS-LOOKUP-FOUND = 'Y'
               IF WS-BLACKOUT-DATE(WS-BLACKOUT-IDX) = WS-LOOKUP-DATE
                   MOVE 'Y' TO WS-LOOKUP-FOUND
                   MOVE WS-BLACKOUT-REASON(WS-BLACKOUT-IDX)
                       TO WS-LOOKUP-REASON
               END-IF
           END-PERFORM.

      * A region's transit lead pulls its mail date back from the
      * occasion; a mail date that lands on a blackout is flagged
           WRITE-LEAD-LINE SECTION.
           IF WS-LEAD-DAYS = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-MAIL-DAY-INT = WS-DAY-INT - WS-LEAD-DAYS.
           COMPUTE WS-DIGITS-WORK =
               FUNCTION DATE-OF-INTEGER(WS-MAIL-DAY-INT).
           MOVE SPACES TO WS-MAIL-DATE.
           STRING WS-DIGITS-WORK(1:4) "-"
                  WS-DIGITS-WORK(5:2) "-" WS-DIGITS-WORK(7:2)
               INTO WS-MAIL-DATE
           END-STRING.
           IF WS-LEAD-REGION = SPACES
               MOVE "ALL OTHER REGIONS" TO WS-LEAD-REGION
           END-IF.
           MOVE WS-MAIL-DATE TO WS-LOOKUP-DATE.
           PERFORM FIND-BLACKOUT-DATE.
           MOVE SPACES TO WS-LEAD-NOTE.
           IF WS-LOOKUP-FOUND = 'Y'
               ADD 1 TO WS-LEAD-CLASHES
               STRING " - REVIEW: mail date is blacked out ("
                      FUNCTION TRIM(WS-LOOKUP-REASON) ")"
                   INTO WS-LEAD-NOTE
               END-STRING
           END-IF.
           MOVE SPACES TO WS-CALENDAR-RECORD.
           STRING "           LEAD: " FUNCTION TRIM(WS-LEAD-REGION)
                  " " WS-LEAD-DAYS " DAYS, MAILS " WS-MAIL-DATE
                  WS-LEAD-NOTE
               INTO WS-CALENDAR-RECORD
           END-STRING.
           WRITE WS-CALENDAR-RECORD.
