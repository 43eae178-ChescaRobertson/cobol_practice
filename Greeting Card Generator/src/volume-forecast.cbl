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
               SELECT F-JOB-DAYS-FILE ASSIGN TO "job-title-days.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JOB-DAYS-STATUS.
               SELECT F-RUN-CONTROL-FILE ASSIGN TO "run-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-CONTROL-STATUS.
               SELECT F-RMD-AGES-FILE ASSIGN TO "rmd-ages.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RMD-AGES-STATUS.
               SELECT F-FORECAST-FILE ASSIGN TO "volume-forecast.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
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
           FD F-RUN-CONTROL-FILE.                                         * One keyword/value pair per line of operational knobs
           01 RUN-CONTROL-RECORD.
               05 RC-KEYWORD PIC X(20).
               05 RC-VALUE PIC X(20).
           FD F-RMD-AGES-FILE.                                            * Retirement-withdrawal age by birth-year range
           01 RMD-AGE-RECORD.
               05 RMD-BORN-FROM PIC 9(4).
               05 RMD-BORN-THRU PIC 9(4).
               05 RMD-REQUIRED-AGE PIC 9(3).
           FD F-FORECAST-FILE.
           01 WS-FORECAST-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-TAX-DEADLINES-STATUS PIC XX.
           01 WS-HOLIDAYS-STATUS PIC XX.
           01 WS-JOB-DAYS-STATUS PIC XX.
           01 WS-RUN-CONTROL-STATUS PIC XX.
           01 WS-RMD-AGES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FORECAST-DAYS PIC 9(3) VALUE 30.
           01 WS-DAYS-ANSWER PIC X(3).
           01 WS-DAY-HOLIDAY PIC 9(6).
           01 WS-DAY-PROFESSIONAL PIC 9(6).
           01 WS-DAY-ECLIPSE PIC 9(6).
           01 WS-DAY-RMD PIC 9(6).
           01 WS-RC-RMD-ENABLED PIC X VALUE 'Y'.
           01 WS-RC-RMD-LEAD PIC 9(3) VALUE 45.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-RMD-REACH-YEAR PIC 9(4).
           01 WS-RMD-REACH-MMDD PIC 9(4) COMP.
           01 WS-RMD-YEAR-SLOT PIC 9 COMP.
           01 WS-RMD-ANNUAL-INT PIC S9(9) COMP.
           01 WS-RMD-AGE-FOUND PIC 9.
           01 WS-RMD-REQUIRED-AGE PIC 9(3).
           01 WS-RMD-AGE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-RMD-AGE-IDX PIC 9(3) COMP.
           01 WS-RMD-AGES.                                              * Required age by birth-year range
              05 WS-RMD-AGE-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-RMD-AGE-COUNT
                  INDEXED BY RMD-AGE-IDX.
                      10 WS-RMD-AGE-FROM PIC 9(4).
                      10 WS-RMD-AGE-THRU PIC 9(4).
                      10 WS-RMD-AGE-YEARS PIC 9(3).
      * A forecast runs at most 999 days, so four calendar years from
      * this one cover it: slot 1 is this year, slot 4 three years on
           01 WS-RMD-FIRST-YEARS.                                       * Birthdays that reach the age, by year and month-day
               05 WS-RMD-FIRST-YEAR OCCURS 4 TIMES.
                   10 WS-RMD-FIRST-BUCKET OCCURS 1231 TIMES PIC 9(6).
           01 WS-RMD-PAST-AGES.                                         * Customers already past the age in each slot's year
               05 WS-RMD-PAST-AGE OCCURS 4 TIMES PIC 9(6).
           01 WS-ECLIPSE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-ECLIPSE-IDX PIC 9(3) COMP.
           01 WS-ECLIPSE-DATES.                                         * Eclipse and blood-moon dates from the catalog
              05 WS-HOLIDAY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-HOLIDAY-COUNT
                  INDEXED BY HOLIDAY-IDX.
                      10 WS-HOLIDAY-ROW PIC X(51).
           01 WS-HOLIDAY-MON-DAY-WORK PIC X(5).
           01 WS-JOB-DAY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-JOB-DAY-IDX PIC 9(4) COMP.
           01 WS-JOB-DAYS.
           PERFORM LOAD-TAX-DEADLINE-TABLE.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-JOB-DAY-TABLE.
           PERFORM LOAD-RMD-CONTROLS.
           PERFORM TALLY-CUSTOMER-DATES.

           OPEN OUTPUT F-FORECAST-FILE.
                   READ F-HOLIDAYS-FILE
                       NOT AT END
                           ADD 1 TO HOLIDAY-IDX
                           MOVE HOLIDAY-RECORD
                               TO WS-HOLIDAY-ROW(HOLIDAY-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
           END-IF.
           MOVE JOB-DAY-IDX TO WS-JOB-DAY-COUNT.

      * The withdrawal reminders run only when the age table is on
      * file and run-control has not switched them off
           LOAD-RMD-CONTROLS SECTION.
           MOVE WS-TODAY-NUMERIC(1:4) TO WS-TODAY-YEAR.
           OPEN INPUT F-RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RUN-CONTROL-FILE
                       NOT AT END
                           EVALUATE RC-KEYWORD
                               WHEN "RMD"
                                   MOVE RC-VALUE(1:1)
                                       TO WS-RC-RMD-ENABLED
                               WHEN "RMD-LEAD"
                                   MOVE FUNCTION NUMVAL(RC-VALUE)
                                       TO WS-RC-RMD-LEAD
                           END-EVALUATE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RUN-CONTROL-FILE
           END-IF.
           IF WS-RC-RMD-ENABLED = 'N'
               EXIT SECTION
           END-IF.
           OPEN INPUT F-RMD-AGES-FILE.
           IF WS-RMD-AGES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RMD-AGES-FILE
                       NOT AT END
                           IF RMD-BORN-FROM IS NUMERIC AND
                              RMD-BORN-THRU IS NUMERIC AND
                              RMD-REQUIRED-AGE IS NUMERIC AND
                              RMD-REQUIRED-AGE > 0 AND
                              WS-RMD-AGE-COUNT < 50
                               ADD 1 TO WS-RMD-AGE-COUNT
                               MOVE RMD-BORN-FROM TO
                                   WS-RMD-AGE-FROM(WS-RMD-AGE-COUNT)
                               MOVE RMD-BORN-THRU TO
                                   WS-RMD-AGE-THRU(WS-RMD-AGE-COUNT)
                               MOVE RMD-REQUIRED-AGE TO
                                   WS-RMD-AGE-YEARS(WS-RMD-AGE-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RMD-AGES-FILE
           END-IF.

      * One pass over the master: buckets birthdays/anniversaries by
      * month-day, counts werewolves and per-title populations
           TALLY-CUSTOMER-DATES SECTION.
               MOVE 0 TO WS-BIRTHDAY-BUCKET(WS-MMDD-BUCKET)
               MOVE 0 TO WS-ANNIVERSARY-BUCKET(WS-MMDD-BUCKET)
           END-PERFORM.
           INITIALIZE WS-RMD-FIRST-YEARS.
           INITIALIZE WS-RMD-PAST-AGES.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "WARNING: customers.dat FILE STATUS "
           END-IF.
           PERFORM CHECK-WEREWOLF-CUSTOMER.
           PERFORM TALLY-JOB-TITLE.
           IF WS-RMD-AGE-COUNT > 0
               PERFORM TALLY-RMD-CUSTOMER
           END-IF.

      * The first-year reminder goes on the birthday in the year the
      * customer reaches the age; the annual one to everyone whose
      * year of reaching it is behind them
           TALLY-RMD-CUSTOMER SECTION.
           IF BIRTHDAY-MONTH < 1 OR BIRTHDAY-MONTH > 12 OR
              BIRTHDAY-DAY < 1 OR BIRTHDAY-DAY > 31
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-RMD-AGE-FOUND.
           PERFORM VARYING WS-RMD-AGE-IDX FROM 1 BY 1
               UNTIL WS-RMD-AGE-IDX > WS-RMD-AGE-COUNT
                   OR WS-RMD-AGE-FOUND = 1
               IF BIRTHDAY-YEAR >= WS-RMD-AGE-FROM(WS-RMD-AGE-IDX) AND
                  BIRTHDAY-YEAR <= WS-RMD-AGE-THRU(WS-RMD-AGE-IDX)
                   MOVE 1 TO WS-RMD-AGE-FOUND
                   MOVE WS-RMD-AGE-YEARS(WS-RMD-AGE-IDX)
                       TO WS-RMD-REQUIRED-AGE
               END-IF
           END-PERFORM.
           IF WS-RMD-AGE-FOUND = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-RMD-REACH-YEAR =
               BIRTHDAY-YEAR + WS-RMD-REQUIRED-AGE.
           PERFORM VARYING WS-RMD-YEAR-SLOT FROM 1 BY 1
               UNTIL WS-RMD-YEAR-SLOT > 4
               IF WS-RMD-REACH-YEAR + 1 <
                  WS-TODAY-YEAR + WS-RMD-YEAR-SLOT
                   ADD 1 TO WS-RMD-PAST-AGE(WS-RMD-YEAR-SLOT)
               END-IF
           END-PERFORM.
           IF WS-RMD-REACH-YEAR < WS-TODAY-YEAR OR
              WS-RMD-REACH-YEAR > WS-TODAY-YEAR + 3
               EXIT SECTION
           END-IF.
           COMPUTE WS-RMD-YEAR-SLOT =
               WS-RMD-REACH-YEAR - WS-TODAY-YEAR + 1.
           COMPUTE WS-RMD-REACH-MMDD =
               BIRTHDAY-MONTH * 100 + BIRTHDAY-DAY.
           IF WS-RMD-REACH-MMDD = 0229 AND
              FUNCTION IS-LEAP-YEAR(WS-RMD-REACH-YEAR) = 'FALSE'
               MOVE 0301 TO WS-RMD-REACH-MMDD
           END-IF.
           ADD 1 TO WS-RMD-FIRST-BUCKET(WS-RMD-YEAR-SLOT,
               WS-RMD-REACH-MMDD).

           CHECK-WEREWOLF-CUSTOMER SECTION.
           MOVE 0 TO WS-MOON-FOUND.
               VARYING WS-ECLIPSE-IDX FROM 1 BY 1
               UNTIL WS-ECLIPSE-IDX > WS-ECLIPSE-COUNT.

           MOVE 0 TO WS-DAY-RMD.
           IF WS-RMD-AGE-COUNT > 0
               PERFORM CHECK-FORECAST-RMD
           END-IF.

           MOVE SPACES TO WS-FORECAST-RECORD.
           STRING WS-TARGET-DATE
                  " TAX-DAY=" WS-DAY-TAX
                  " HOLIDAY=" WS-DAY-HOLIDAY
                  " PROFESSIONAL=" WS-DAY-PROFESSIONAL
                  " ECLIPSE=" WS-DAY-ECLIPSE
                  " RMD=" WS-DAY-RMD
               INTO WS-FORECAST-RECORD
           END-STRING.
           WRITE WS-FORECAST-RECORD.
               MOVE WS-WEREWOLF-CUSTOMERS TO WS-DAY-WEREWOLF
           END-IF.

      * Moveable holidays land on a different day each year, so
      * the row is resolved for the target day's own year
           CHECK-FORECAST-HOLIDAY SECTION.
           CALL "holiday-date-resolver" USING
               WS-HOLIDAY-ROW(WS-HOLIDAY-IDX), WS-TARGET-YEAR,
               WS-HOLIDAY-MON-DAY-WORK.
           IF WS-HOLIDAY-MON-DAY-WORK = WS-TARGET-MON-DAY
               MOVE WS-ACTIVE-COUNT TO WS-DAY-HOLIDAY
           END-IF.

               MOVE WS-WEREWOLF-CUSTOMERS TO WS-DAY-ECLIPSE
           END-IF.

           CHECK-FORECAST-RMD SECTION.
           COMPUTE WS-RMD-YEAR-SLOT =
               WS-TARGET-YEAR - WS-TODAY-YEAR + 1.
           IF WS-RMD-YEAR-SLOT < 1 OR WS-RMD-YEAR-SLOT > 4
               EXIT SECTION
           END-IF.
           MOVE WS-RMD-FIRST-BUCKET(WS-RMD-YEAR-SLOT, WS-TARGET-BUCKET)
               TO WS-DAY-RMD.
           COMPUTE WS-RMD-ANNUAL-INT = FUNCTION INTEGER-OF-DATE(
               WS-TARGET-YEAR * 10000 + 1231) - WS-RC-RMD-LEAD.
           IF WS-RMD-ANNUAL-INT = WS-TARGET-INT
               ADD WS-RMD-PAST-AGE(WS-RMD-YEAR-SLOT) TO WS-DAY-RMD
           END-IF.

           CHECK-FORECAST-JOB-DAY SECTION.
           IF WS-JOB-DAY-MON-DAY(WS-JOB-DAY-IDX) = WS-TARGET-MON-DAY
               ADD WS-JOB-DAY-CUSTOMERS(WS-JOB-DAY-IDX)
