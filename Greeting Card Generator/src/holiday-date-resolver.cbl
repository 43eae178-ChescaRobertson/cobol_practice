      * Turns one holidays.dat row into its month-day for a given
      * year. A row with no rule is the old fixed MM-DD; otherwise
      * the rule names how the date moves: NTH-DOW (the Nth given
      * weekday of a month), LAST-DOW (the last given weekday of a
      * month), EASTER (Western Easter Sunday) or TABLE (looked up
      * by holiday name and year in holiday-year-dates.dat, for the
      * lunar-calendar holidays no formula covers). Weekdays run
      * 1 = Monday to 7 = Sunday; the signed offset moves the result
      * by whole days (EASTER -2 is Good Friday). Spaces come back
      * when the row cannot be resolved for that year.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holiday-date-resolver.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-YEAR-DATES-FILE
                 ASSIGN TO "holiday-year-dates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-YEAR-DATES-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-YEAR-DATES-FILE.
      * One line per holiday per year, keyed by the holidays.dat name
           01 YEAR-DATE-RECORD.
               05 YD-HOLIDAY-NAME PIC X(30).
               05 YD-YEAR PIC 9(4).
               05 YD-MON-DAY PIC X(5).
           WORKING-STORAGE SECTION.
           01 WS-YEAR-DATES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-YEAR-DATES-LOADED PIC X VALUE 'N'.
           01 WS-YEAR-DATE-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-YEAR-DATE-IDX PIC 9(4) COMP.
           01 WS-YEAR-DATES.
              05 WS-YEAR-DATE OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-YEAR-DATE-COUNT
                  INDEXED BY YEAR-DATE-IDX.
                      10 WS-YD-HOLIDAY-NAME PIC X(30).
                      10 WS-YD-YEAR PIC 9(4).
                      10 WS-YD-MON-DAY PIC X(5).
           01 WS-DAY-NUM PIC 9(8).
           01 WS-LAST-DAY-NUM PIC 9(8).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-FIRST-DOW PIC 9.
           01 WS-DOW-SHIFT PIC 9.
           01 WS-RULE-OFFSET PIC S9(4).
           01 WS-EASTER-WORK.
               05 WS-EASTER-A PIC 9(4).
               05 WS-EASTER-B PIC 9(4).
               05 WS-EASTER-C PIC 9(4).
               05 WS-EASTER-D PIC 9(4).
               05 WS-EASTER-E PIC 9(4).
               05 WS-EASTER-F PIC 9(4).
               05 WS-EASTER-G PIC 9(4).
               05 WS-EASTER-H PIC 9(4).
               05 WS-EASTER-I PIC 9(4).
               05 WS-EASTER-K PIC 9(4).
               05 WS-EASTER-L PIC 9(4).
               05 WS-EASTER-M PIC 9(4).
               05 WS-EASTER-N PIC 9(4).
               05 WS-EASTER-MONTH PIC 9(2).
               05 WS-EASTER-DAY PIC 9(2).
           LINKAGE SECTION.
           01 LS-HOLIDAY-ROW.
               05 LS-HOLIDAY-MON-DAY PIC X(5).
               05 LS-HOLIDAY-NAME PIC X(30).
               05 LS-HOLIDAY-RULE PIC X(8).
               05 LS-HOLIDAY-RULE-MONTH PIC X(2).
               05 LS-HOLIDAY-RULE-WEEKDAY PIC X.
               05 LS-HOLIDAY-RULE-NTH PIC X.
               05 LS-HOLIDAY-RULE-OFFSET PIC X(4).
           01 LS-YEAR PIC 9(4).
           01 LS-MON-DAY PIC X(5).
       PROCEDURE DIVISION USING LS-HOLIDAY-ROW, LS-YEAR, LS-MON-DAY.

           MOVE SPACES TO LS-MON-DAY.
           MOVE 0 TO WS-DAY-NUM.
           EVALUATE LS-HOLIDAY-RULE
               WHEN SPACES
               WHEN "FIXED"
                   MOVE LS-HOLIDAY-MON-DAY TO LS-MON-DAY
                   GOBACK
               WHEN "NTH-DOW"
                   PERFORM RESOLVE-NTH-WEEKDAY
               WHEN "LAST-DOW"
                   PERFORM RESOLVE-LAST-WEEKDAY
               WHEN "EASTER"
                   PERFORM RESOLVE-EASTER
               WHEN "TABLE"
                   PERFORM RESOLVE-YEAR-TABLE
                   GOBACK
               WHEN OTHER
                   DISPLAY "Unknown holiday rule " LS-HOLIDAY-RULE
                       " for " LS-HOLIDAY-NAME
                   GOBACK
           END-EVALUATE.
           IF WS-DAY-NUM = 0
               GOBACK
           END-IF.
           MOVE 0 TO WS-RULE-OFFSET.
           IF LS-HOLIDAY-RULE-OFFSET NOT = SPACES
               MOVE FUNCTION NUMVAL(LS-HOLIDAY-RULE-OFFSET)
                   TO WS-RULE-OFFSET
           END-IF.
           COMPUTE WS-DAY-NUM = WS-DAY-NUM + WS-RULE-OFFSET.
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           MOVE WS-DATE-DIGITS(5:2) TO LS-MON-DAY(1:2).
           MOVE "-" TO LS-MON-DAY(3:1).
           MOVE WS-DATE-DIGITS(7:2) TO LS-MON-DAY(4:2).
           GOBACK.

      * Month, weekday and occurrence must all be in range before
      * any date arithmetic is tried
           CHECK-RULE-FIELDS SECTION.
           IF LS-HOLIDAY-RULE-MONTH NOT NUMERIC OR
              LS-HOLIDAY-RULE-MONTH < "01" OR
              LS-HOLIDAY-RULE-MONTH > "12" OR
              LS-HOLIDAY-RULE-WEEKDAY NOT NUMERIC OR
              LS-HOLIDAY-RULE-WEEKDAY < "1" OR
              LS-HOLIDAY-RULE-WEEKDAY > "7" OR
              LS-YEAR < 1601
               MOVE 0 TO WS-DAY-NUM
               EXIT SECTION
           END-IF.
           COMPUTE WS-DATE-DIGITS = LS-YEAR * 10000
               + FUNCTION NUMVAL(LS-HOLIDAY-RULE-MONTH) * 100 + 1.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS).

      * Day one of the integer calendar is a Monday, so the weekday
      * falls straight out of the day number
           RESOLVE-NTH-WEEKDAY SECTION.
           PERFORM CHECK-RULE-FIELDS.
           IF WS-DAY-NUM = 0
               EXIT SECTION
           END-IF.
           IF LS-HOLIDAY-RULE-NTH NOT NUMERIC OR
              LS-HOLIDAY-RULE-NTH < "1" OR
              LS-HOLIDAY-RULE-NTH > "5"
               MOVE 0 TO WS-DAY-NUM
               EXIT SECTION
           END-IF.
           COMPUTE WS-FIRST-DOW =
               FUNCTION MOD(WS-DAY-NUM - 1, 7) + 1.
           COMPUTE WS-DOW-SHIFT = FUNCTION MOD(
               FUNCTION NUMVAL(LS-HOLIDAY-RULE-WEEKDAY)
               - WS-FIRST-DOW + 7, 7).
           COMPUTE WS-DAY-NUM = WS-DAY-NUM + WS-DOW-SHIFT
               + (FUNCTION NUMVAL(LS-HOLIDAY-RULE-NTH) - 1) * 7.
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).
           IF WS-DATE-DIGITS(5:2) NOT = LS-HOLIDAY-RULE-MONTH           * No fifth such weekday this year
               MOVE 0 TO WS-DAY-NUM
           END-IF.

           RESOLVE-LAST-WEEKDAY SECTION.
           PERFORM CHECK-RULE-FIELDS.
           IF WS-DAY-NUM = 0
               EXIT SECTION
           END-IF.
           IF LS-HOLIDAY-RULE-MONTH = "12"
               COMPUTE WS-DATE-DIGITS = (LS-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-DIGITS = LS-YEAR * 10000
                   + (FUNCTION NUMVAL(LS-HOLIDAY-RULE-MONTH) + 1)
                   * 100 + 1
           END-IF.
           COMPUTE WS-LAST-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS) - 1.
           COMPUTE WS-FIRST-DOW =
               FUNCTION MOD(WS-LAST-DAY-NUM - 1, 7) + 1.
           COMPUTE WS-DOW-SHIFT = FUNCTION MOD(WS-FIRST-DOW
               - FUNCTION NUMVAL(LS-HOLIDAY-RULE-WEEKDAY) + 7, 7).
           COMPUTE WS-DAY-NUM = WS-LAST-DAY-NUM - WS-DOW-SHIFT.

      * The anonymous Gregorian computus (Meeus/Jones/Butcher)
           RESOLVE-EASTER SECTION.
           IF LS-YEAR < 1601
               EXIT SECTION
           END-IF.
           COMPUTE WS-EASTER-A = FUNCTION MOD(LS-YEAR, 19).
           COMPUTE WS-EASTER-B = LS-YEAR / 100.
           COMPUTE WS-EASTER-C = FUNCTION MOD(LS-YEAR, 100).
           COMPUTE WS-EASTER-D = WS-EASTER-B / 4.
           COMPUTE WS-EASTER-E = FUNCTION MOD(WS-EASTER-B, 4).
           COMPUTE WS-EASTER-F = (WS-EASTER-B + 8) / 25.
           COMPUTE WS-EASTER-G = (WS-EASTER-B - WS-EASTER-F + 1) / 3.
           COMPUTE WS-EASTER-H = FUNCTION MOD(19 * WS-EASTER-A
               + WS-EASTER-B - WS-EASTER-D - WS-EASTER-G + 15, 30).
           COMPUTE WS-EASTER-I = WS-EASTER-C / 4.
           COMPUTE WS-EASTER-K = FUNCTION MOD(WS-EASTER-C, 4).
           COMPUTE WS-EASTER-L = FUNCTION MOD(32 + 2 * WS-EASTER-E
               + 2 * WS-EASTER-I - WS-EASTER-H - WS-EASTER-K, 7).
           COMPUTE WS-EASTER-M = (WS-EASTER-A + 11 * WS-EASTER-H
               + 22 * WS-EASTER-L) / 451.
           COMPUTE WS-EASTER-N = WS-EASTER-H + WS-EASTER-L
               - 7 * WS-EASTER-M + 114.
           COMPUTE WS-EASTER-MONTH = WS-EASTER-N / 31.
           COMPUTE WS-EASTER-DAY = FUNCTION MOD(WS-EASTER-N, 31) + 1.
           COMPUTE WS-DATE-DIGITS = LS-YEAR * 10000
               + WS-EASTER-MONTH * 100 + WS-EASTER-DAY.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS).

      * The table is read once per run and kept for later calls
           RESOLVE-YEAR-TABLE SECTION.
           IF WS-YEAR-DATES-LOADED = 'N'
               PERFORM LOAD-YEAR-DATES
           END-IF.
           PERFORM VARYING WS-YEAR-DATE-IDX FROM 1 BY 1
               UNTIL WS-YEAR-DATE-IDX > WS-YEAR-DATE-COUNT
                   OR LS-MON-DAY NOT = SPACES
               IF WS-YD-HOLIDAY-NAME(WS-YEAR-DATE-IDX) =
                  LS-HOLIDAY-NAME AND
                  WS-YD-YEAR(WS-YEAR-DATE-IDX) = LS-YEAR
                   MOVE WS-YD-MON-DAY(WS-YEAR-DATE-IDX) TO LS-MON-DAY
               END-IF
           END-PERFORM.

           LOAD-YEAR-DATES SECTION.
           MOVE 'Y' TO WS-YEAR-DATES-LOADED.
           SET YEAR-DATE-IDX TO 0.
           OPEN INPUT F-YEAR-DATES-FILE.
           IF WS-YEAR-DATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-YEAR-DATES-FILE
                       NOT AT END
                           IF YEAR-DATE-IDX < 9999
                               SET YEAR-DATE-IDX UP BY 1
                               MOVE YD-HOLIDAY-NAME TO
                                   WS-YD-HOLIDAY-NAME(YEAR-DATE-IDX)
                               MOVE YD-YEAR TO
                                   WS-YD-YEAR(YEAR-DATE-IDX)
                               MOVE YD-MON-DAY TO
                                   WS-YD-MON-DAY(YEAR-DATE-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-YEAR-DATES-FILE
           END-IF.
           MOVE YEAR-DATE-IDX TO WS-YEAR-DATE-COUNT.
