      * Monthly view of the dormant-customer lifecycle. The win-back
      * cards sent in the month are followed through to won back,
      * gone dormant or still waiting, giving the success rate; the
      * month's inactivations and reactivations are counted; and the
      * postage saved is estimated for every customer held DORMANT in
      * the month as the mail cost of the cards they were sent in the
      * year before inactivation, prorated over their dormant days.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormant-lifecycle-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-LIFECYCLE-FILE
                 ASSIGN TO "dormant-lifecycle.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIFECYCLE-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "card-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
               SELECT F-CARD-HISTORY-FILE ASSIGN TO "card-history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS HIST-CARD-ID
                 ALTERNATE RECORD KEY IS HIST-PERSON-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT F-REPORT-FILE
                 ASSIGN TO "dormant-lifecycle-report.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-LIFECYCLE-FILE.                                           * One line per win-back cycle, as dormant-lifecycle keeps them
           01 LIFE-RECORD.
               05 LIFE-PERSON-ID PIC X(10).
               05 LIFE-STATE PIC X(8).
               05 LIFE-WINBACK-DATE PIC X(10).
               05 LIFE-CARD-ID PIC 9(9).
               05 LIFE-CHANNEL PIC X(5).
               05 LIFE-DORMANT-DATE PIC X(10).
               05 LIFE-CLOSED-DATE PIC X(10).
               05 LIFE-CLOSED-BY PIC X(8).
           FD F-RATES-FILE.
      * Finance's rate table: cost per card by campaign and channel,
      * with an effective date so postage hikes take over on the day
           01 RATE-RECORD.
               05 RATE-CAMPAIGN PIC X(12).
               05 RATE-CHANNEL PIC X(5).
               05 RATE-EFFECTIVE-DATE PIC X(10).
               05 RATE-COST PIC X(8).
           FD F-CARD-HISTORY-FILE.                                        * Every card ever written, keyed by its unique card ID
           01 CARD-HISTORY.
               05 HIST-CARD-ID PIC 9(9).
               05 HIST-PERSON-ID PIC X(10).
               05 HIST-CAMPAIGN PIC X(12).
               05 HIST-RUN-DATE PIC X(10).
               05 HIST-CHANNEL PIC X(5).
               05 HIST-VARIANT PIC X(2).
               05 HIST-DESIGN-CODE PIC X(8).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(120).
           WORKING-STORAGE SECTION.
           01 WS-LIFECYCLE-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-CARD-HISTORY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-MONTH-START-DAY PIC 9(8).
           01 WS-MONTH-END-DAY PIC 9(8).
           01 WS-NEXT-YEAR PIC 9(4).
           01 WS-NEXT-MONTH PIC 9(2).
           01 WS-DATE-WORK PIC X(10).
           01 WS-DATE-DIGITS PIC 9(8).
           01 WS-CARD-DAY-NUM PIC 9(8).
           01 WS-FROM-DAY PIC 9(8).
           01 WS-TO-DAY PIC 9(8).
           01 WS-SENT-COUNT PIC 9(6) VALUE 0.
           01 WS-WONBACK-COUNT PIC 9(6) VALUE 0.
           01 WS-WENT-DORMANT-COUNT PIC 9(6) VALUE 0.
           01 WS-WAITING-COUNT PIC 9(6) VALUE 0.
           01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
           01 WS-DECIDED-COUNT PIC 9(6) VALUE 0.
           01 WS-MADE-DORMANT-COUNT PIC 9(6) VALUE 0.
           01 WS-REACTIVATED-COUNT PIC 9(6) VALUE 0.
           01 WS-SUCCESS-RATE PIC 9(3)V9 VALUE 0.
           01 WS-NO-RATE-COUNT PIC 9(6) VALUE 0.
           01 WS-POSTAGE-SAVED PIC 9(9)V99 VALUE 0.
           01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.
           01 WS-RATE-DISPLAY PIC ZZ9.9.
           01 WS-COST-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-WORK-CAMPAIGN PIC X(12).
           01 WS-COST-CHANNEL PIC X(5) VALUE "MAIL".
           01 WS-RATE-AS-OF PIC X(10).
           01 WS-CARD-COSTED PIC X.
           01 WS-BEST-RATE-DATE PIC X(10).
           01 WS-RATE-FOUND PIC 9.
           01 WS-UNIT-COST PIC 9(3)V99.
           01 WS-RATE-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-RATE-IDX PIC 9(3) COMP.
           01 WS-RATES.
              05 WS-RATE OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-RATE-COUNT
                  INDEXED BY RATE-IDX.
                      10 WS-RATE-CAMPAIGN PIC X(12).
                      10 WS-RATE-CHANNEL PIC X(5).
                      10 WS-RATE-DATE PIC X(10).
                      10 WS-RATE-COST PIC 9(3)V99.
           01 WS-HELD-IDX PIC 9(5) COMP.
           01 WS-HELD-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-HELD-ROWS.                                             * Customers DORMANT for some part of the month
              05 WS-HELD-ROW OCCURS 1 TO 30000 TIMES
                  DEPENDING ON WS-HELD-COUNT
                  INDEXED BY HELD-IDX.
                      10 WS-HELD-PERSON PIC X(10).
                      10 WS-HELD-DORMANT-DAY PIC 9(8).
                      10 WS-HELD-DAYS PIC 9(4).                         * Dormant days falling inside the month
                      10 WS-HELD-YEAR-COST PIC 9(7)V99.                 * Mail cost of the year before inactivation

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).
           DISPLAY "Report month (YYYY-MM): ".
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH(1:4) IS NOT NUMERIC OR
              WS-REPORT-MONTH(6:2) IS NOT NUMERIC OR
              WS-REPORT-MONTH(6:2) < "01" OR
              WS-REPORT-MONTH(6:2) > "12"
               DISPLAY "Report month must be YYYY-MM, no report "
                   "produced"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SET-MONTH-BOUNDS.

           PERFORM LOAD-LIFECYCLE-ROWS.
           IF WS-LIFECYCLE-STATUS NOT = "00"
               DISPLAY "WARNING: dormant-lifecycle.dat missing, no "
                   "lifecycle report produced"
               GOBACK
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           IF WS-HELD-COUNT > 0
               PERFORM COST-PRIOR-YEAR-CARDS
           END-IF.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
               COMPUTE WS-POSTAGE-SAVED ROUNDED = WS-POSTAGE-SAVED
                   + WS-HELD-YEAR-COST(WS-HELD-IDX)
                   * WS-HELD-DAYS(WS-HELD-IDX) / 365
           END-PERFORM.
           COMPUTE WS-DECIDED-COUNT = WS-WONBACK-COUNT
               + WS-WENT-DORMANT-COUNT.
           IF WS-DECIDED-COUNT > 0
               COMPUTE WS-SUCCESS-RATE ROUNDED =
                   WS-WONBACK-COUNT * 100 / WS-DECIDED-COUNT
           END-IF.
           PERFORM WRITE-LIFECYCLE-REPORT.
           DISPLAY "Lifecycle report written to "
               "dormant-lifecycle-report.rpt".
           GOBACK.

           SET-MONTH-BOUNDS SECTION.
           MOVE WS-REPORT-MONTH TO WS-DATE-WORK.
           MOVE "-01" TO WS-DATE-WORK(8:3).
           PERFORM GET-DATE-DAY-NUM.
           MOVE WS-DATE-DIGITS TO WS-MONTH-START-DAY.
           MOVE WS-REPORT-MONTH(1:4) TO WS-NEXT-YEAR.
           MOVE WS-REPORT-MONTH(6:2) TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-MONTH-END-DAY = FUNCTION INTEGER-OF-DATE(
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1) - 1.

      * Follows the month's win-back cards to their outcome, counts
      * the month's inactivations and reactivations, and keeps every
      * cycle that held the customer DORMANT inside the month
           LOAD-LIFECYCLE-ROWS SECTION.
           OPEN INPUT F-LIFECYCLE-FILE.
           IF WS-LIFECYCLE-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIFECYCLE-FILE
                   NOT AT END
                       PERFORM TALLY-ONE-CYCLE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LIFECYCLE-FILE.
           MOVE "00" TO WS-LIFECYCLE-STATUS.

           TALLY-ONE-CYCLE SECTION.
           IF LIFE-WINBACK-DATE(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-SENT-COUNT
               EVALUATE LIFE-STATE
                   WHEN "WONBACK"
                       ADD 1 TO WS-WONBACK-COUNT
                   WHEN "DORMANT"
                   WHEN "REACTIVE"
                       ADD 1 TO WS-WENT-DORMANT-COUNT
                   WHEN "WINBACK"
                       ADD 1 TO WS-WAITING-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CLOSED-COUNT
               END-EVALUATE
           END-IF.
           IF LIFE-DORMANT-DATE(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-MADE-DORMANT-COUNT
           END-IF.
           IF LIFE-STATE = "REACTIVE" AND
              LIFE-CLOSED-DATE(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-REACTIVATED-COUNT
           END-IF.
           IF LIFE-STATE NOT = "DORMANT" AND LIFE-STATE NOT = "REACTIVE"
               EXIT SECTION
           END-IF.
           MOVE LIFE-DORMANT-DATE TO WS-DATE-WORK.
           PERFORM GET-DATE-DAY-NUM.
           IF WS-DATE-DIGITS = 0
               EXIT SECTION
           END-IF.
           MOVE WS-DATE-DIGITS TO WS-FROM-DAY.
           IF WS-FROM-DAY < WS-MONTH-START-DAY
               MOVE WS-MONTH-START-DAY TO WS-FROM-DAY
           END-IF.
           MOVE WS-MONTH-END-DAY TO WS-TO-DAY.
           IF LIFE-STATE = "REACTIVE"
               MOVE LIFE-CLOSED-DATE TO WS-DATE-WORK
               PERFORM GET-DATE-DAY-NUM
               IF WS-DATE-DIGITS > 0 AND WS-DATE-DIGITS - 1 < WS-TO-DAY
                   COMPUTE WS-TO-DAY = WS-DATE-DIGITS - 1
               END-IF
           END-IF.
           IF WS-TO-DAY < WS-FROM-DAY
               EXIT SECTION
           END-IF.
           IF WS-HELD-COUNT NOT < 30000
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE LIFE-PERSON-ID TO WS-HELD-PERSON(WS-HELD-COUNT).
           MOVE LIFE-DORMANT-DATE TO WS-DATE-WORK.
           PERFORM GET-DATE-DAY-NUM.
           MOVE WS-DATE-DIGITS TO WS-HELD-DORMANT-DAY(WS-HELD-COUNT).
           COMPUTE WS-HELD-DAYS(WS-HELD-COUNT) =
               WS-TO-DAY - WS-FROM-DAY + 1.
           MOVE 0 TO WS-HELD-YEAR-COST(WS-HELD-COUNT).

           LOAD-RATE-TABLE SECTION.
           SET RATE-IDX TO 0.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATES-FILE
                       NOT AT END
                           ADD 1 TO RATE-IDX
                           MOVE RATE-CAMPAIGN
                               TO WS-RATE-CAMPAIGN(RATE-IDX)
                           MOVE RATE-CHANNEL
                               TO WS-RATE-CHANNEL(RATE-IDX)
                           MOVE RATE-EFFECTIVE-DATE
                               TO WS-RATE-DATE(RATE-IDX)
                           MOVE FUNCTION NUMVAL(RATE-COST)
                               TO WS-RATE-COST(RATE-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATES-FILE
           END-IF.
           MOVE RATE-IDX TO WS-RATE-COUNT.

      * Costs each mailed card a held customer was sent in the 365
      * days before their inactivation, at the rate in force that day
           COST-PRIOR-YEAR-CARDS SECTION.
           OPEN INPUT F-CARD-HISTORY-FILE.
           IF WS-CARD-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: card-history.dat FILE STATUS "
                   WS-CARD-HISTORY-STATUS ", postage saved not costed"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-HISTORY-FILE NEXT RECORD
                   NOT AT END
                       IF HIST-CHANNEL = WS-COST-CHANNEL
                           PERFORM COST-ONE-HISTORY-CARD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CARD-HISTORY-FILE.

           COST-ONE-HISTORY-CARD SECTION.
           MOVE HIST-RUN-DATE TO WS-DATE-WORK.
           PERFORM GET-DATE-DAY-NUM.
           MOVE WS-DATE-DIGITS TO WS-CARD-DAY-NUM.
           IF WS-CARD-DAY-NUM = 0
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-CARD-COSTED.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-PERSON(WS-HELD-IDX) = HIST-PERSON-ID AND
                  WS-CARD-DAY-NUM < WS-HELD-DORMANT-DAY(WS-HELD-IDX)
                  AND WS-CARD-DAY-NUM + 365 NOT <
                      WS-HELD-DORMANT-DAY(WS-HELD-IDX)
                   IF WS-CARD-COSTED = 'N'
                       MOVE 'Y' TO WS-CARD-COSTED
                       MOVE HIST-CAMPAIGN TO WS-WORK-CAMPAIGN
                       MOVE HIST-RUN-DATE TO WS-RATE-AS-OF
                       PERFORM FIND-EFFECTIVE-RATE
                       IF WS-RATE-FOUND = 0
                           ADD 1 TO WS-NO-RATE-COUNT
                       END-IF
                   END-IF
                   ADD WS-UNIT-COST TO WS-HELD-YEAR-COST(WS-HELD-IDX)
               END-IF
           END-PERFORM.

           FIND-EFFECTIVE-RATE SECTION.
           MOVE 0 TO WS-RATE-FOUND.
           MOVE SPACES TO WS-BEST-RATE-DATE.
           MOVE 0 TO WS-UNIT-COST.
           PERFORM CONSIDER-RATE-ROW
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.

           CONSIDER-RATE-ROW SECTION.
           IF WS-RATE-CAMPAIGN(WS-RATE-IDX) = WS-WORK-CAMPAIGN AND
              WS-RATE-CHANNEL(WS-RATE-IDX) = WS-COST-CHANNEL AND
              WS-RATE-DATE(WS-RATE-IDX) <= WS-RATE-AS-OF AND
              WS-RATE-DATE(WS-RATE-IDX) > WS-BEST-RATE-DATE
               MOVE 1 TO WS-RATE-FOUND
               MOVE WS-RATE-DATE(WS-RATE-IDX) TO WS-BEST-RATE-DATE
               MOVE WS-RATE-COST(WS-RATE-IDX) TO WS-UNIT-COST
           END-IF.

           WRITE-LIFECYCLE-REPORT SECTION.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "DORMANT CUSTOMER LIFECYCLE " WS-RUN-DATE
                  " MONTH " WS-REPORT-MONTH
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-SENT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "WIN-BACK CARDS SENT      " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-WONBACK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  WON BACK               " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-WENT-DORMANT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  NO RESPONSE, DORMANT   " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  STILL WAITING          " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "  CLOSED BY STATUS       " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-SUCCESS-RATE TO WS-RATE-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "WIN-BACK SUCCESS RATE      " WS-RATE-DISPLAY "%"
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-MADE-DORMANT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CUSTOMERS MADE DORMANT   " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-REACTIVATED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CUSTOMERS REACTIVATED    " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "CUSTOMERS HELD DORMANT   " WS-COUNT-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE WS-POSTAGE-SAVED TO WS-COST-DISPLAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "ESTIMATED POSTAGE SAVED " WS-COST-DISPLAY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "  MAILED CARDS WITH NO RATE ON FILE "
                      WS-COUNT-DISPLAY
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-IF.
           CLOSE F-REPORT-FILE.

      * Day number of the YYYY-MM-DD date in WS-DATE-WORK; a blank
      * or malformed date comes back as 0
           GET-DATE-DAY-NUM SECTION.
           MOVE 0 TO WS-DATE-DIGITS.
           IF WS-DATE-WORK(1:4) IS NUMERIC AND
              WS-DATE-WORK(6:2) IS NUMERIC AND
              WS-DATE-WORK(9:2) IS NUMERIC
               COMPUTE WS-DATE-DIGITS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DATE-WORK(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-DATE-WORK(6:2)) * 100
                   + FUNCTION NUMVAL(WS-DATE-WORK(9:2)))
           END-IF.
