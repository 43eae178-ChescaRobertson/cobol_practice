               SELECT F-JOB-DAYS-FILE ASSIGN TO "job-title-days.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JOB-DAYS-STATUS.
               SELECT F-EST-TAX-DATES-FILE
                 ASSIGN TO "estimated-tax-dates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EST-TAX-DATES-STATUS.
               SELECT F-RMD-AGES-FILE ASSIGN TO "rmd-ages.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RMD-AGES-STATUS.
               SELECT F-FEED-EXPECT-FILE
                 ASSIGN TO "feed-expectations.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FEED-EXPECT-STATUS.
               SELECT F-GREETING-TEMPLATES-FILE
                 ASSIGN TO "greeting-templates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
           01 RUN-CONTROL-RECORD.
               05 RC-KEYWORD PIC X(20).
               05 RC-VALUE PIC X(20).
           FD F-EST-TAX-DATES-FILE.                                       * Quarterly estimated-tax due dates and roll rules
           01 EST-TAX-DATE-RECORD.
               05 ETAX-YEAR PIC X(4).
               05 ETAX-QUARTER PIC X.
               05 ETAX-MON-DAY PIC X(5).
               05 ETAX-STATE PIC X(20).
               05 ETAX-ROLL-RULE PIC X.
           FD F-RMD-AGES-FILE.                                            * Retirement-withdrawal age by birth-year range
           01 RMD-AGE-RECORD.
               05 RMD-BORN-FROM PIC X(4).
               05 RMD-BORN-THRU PIC X(4).
               05 RMD-REQUIRED-AGE PIC X(3).
           FD F-FEED-EXPECT-FILE.                                         * Upstream feeds the nightly driver gates on
           01 FEED-EXPECT-RECORD.
               05 FX-FEED-NAME PIC X(40).
               05 FX-FREQUENCY PIC X(8).
               05 FX-LATEST-ARRIVAL PIC X(5).
               05 FX-REQUIRED PIC X(8).
               05 FX-LATE-POLICY PIC X(8).
           FD F-TAX-DEADLINES-FILE.                                       * Control file of filing-deadline dates by year
           01 TAX-DEADLINE-RECORD.
               05 TAX-DEADLINE-YEAR PIC X(4).
           01 HOLIDAY-RECORD.
               05 HOLIDAY-MON-DAY PIC X(5).
               05 HOLIDAY-NAME PIC X(30).
               05 HOLIDAY-RULE PIC X(8).                                * Blank/FIXED, NTH-DOW, LAST-DOW, EASTER or TABLE
               05 HOLIDAY-RULE-MONTH PIC X(2).
               05 HOLIDAY-RULE-WEEKDAY PIC X.
               05 HOLIDAY-RULE-NTH PIC X.
               05 HOLIDAY-RULE-OFFSET PIC X(4).
           FD F-JOB-DAYS-FILE.                                            * Control file of professional-day dates by job title
           01 JOB-DAY-RECORD.
               05 JOB-DAY-TITLE PIC X(60).
               05 GT-LANGUAGE PIC X(2).
               05 GT-BRAND PIC X(8).
               05 GT-PREFIX-TEXT PIC X(160).
               05 GT-VERSION PIC 9(3).
               05 GT-STATUS PIC X(8).                                   * DRAFT, APPROVED or RETIRED
               05 GT-EFFECTIVE-FROM PIC X(10).
               05 GT-SUBMITTED-BY PIC X(8).
               05 GT-APPROVED-BY PIC X(8).
               05 GT-APPROVED-DATE PIC X(10).
           FD F-THRESHOLDS-FILE.                                          * Tolerances the nightly counts are held to
           01 THRESHOLD-RECORD.
               05 THRESHOLD-KEYWORD PIC X(20).
           FD F-PREFERENCES-FILE.                                         * Per-customer campaign opt-outs, 'N' means do not send
           01 PREFERENCE-RECORD.
               05 PREF-PERSON-ID PIC X(10).
               05 PREF-FLAGS PIC X(7).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-RUN-CONTROL-STATUS PIC XX.
           01 WS-TAX-DEADLINES-STATUS PIC XX.
           01 WS-EST-TAX-DATES-STATUS PIC XX.
           01 WS-RMD-AGES-STATUS PIC XX.
           01 WS-RMD-LAST-THRU PIC X(4).
           01 WS-FEED-EXPECT-STATUS PIC XX.
           01 WS-HOLIDAYS-STATUS PIC XX.
           01 WS-JOB-DAYS-STATUS PIC XX.
           01 WS-TEMPLATES-STATUS PIC XX.
           01 WS-MM-NUM PIC 9(2).
           01 WS-DD-NUM PIC 9(2).
           01 WS-FLAG-IDX PIC 9 COMP.
           01 WS-EXPAND-YEAR PIC 9(4).
           01 WS-EXPAND-MON-DAY PIC X(5).
           01 WS-SCAN-POS PIC 9(3) COMP.
           01 WS-TOKEN-END PIC 9(3) COMP.
           01 WS-TOKEN-WORK PIC X(20).
           PERFORM CERTIFY-TAX-DEADLINES.
           PERFORM CERTIFY-HOLIDAYS.
           PERFORM CERTIFY-JOB-DAYS.
           PERFORM CERTIFY-EST-TAX-DATES.
           PERFORM CERTIFY-RMD-AGES.
           PERFORM CERTIFY-FEED-EXPECTATIONS.
           PERFORM CERTIFY-GREETING-TEMPLATES.
           PERFORM CERTIFY-ALERT-THRESHOLDS.
           PERFORM CERTIFY-VOUCHER-POOL.
               WHEN "VOUCHER-MAX-DECILE"
               WHEN "PARTITION-REGION"
               WHEN "VIP-VOUCHER-RESERVE"
               WHEN "SEQUENCE"
               WHEN "SYMPATHY-DAYS"
               WHEN "GUARDIAN-AGE"
               WHEN "DESIGN-LOOKBACK"
               WHEN "BELATED-BIRTHDAY"
               WHEN "BELATED-ANNIVERSARY"
               WHEN "EST-TAX"
               WHEN "EST-TAX-LEAD"
               WHEN "RMD"
               WHEN "RMD-LEAD"
               WHEN "FEED-RETRY-SECONDS"
               WHEN "QA-SAMPLE-SIZE"
               WHEN "QA-SAMPLE-WEIGHT"
               WHEN "CARD-ID-BLOCK"
                   CONTINUE
               WHEN "TRANSMIT-CUTOFF"
                   IF RC-VALUE(1:2) IS NOT NUMERIC OR
                      RC-VALUE(3:1) NOT = ":" OR
                      RC-VALUE(4:2) IS NOT NUMERIC OR
                      RC-VALUE(1:2) > "23" OR RC-VALUE(4:2) > "59"
                       MOVE SPACES TO WS-REPORT-RECORD
                       STRING "run-control.dat row " WS-ROW-NUMBER
                              ": TRANSMIT-CUTOFF not HH:MM: "
                              RC-VALUE(1:10)
                           INTO WS-REPORT-RECORD
                       END-STRING
                       PERFORM WRITE-FAILURE-LINE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-REPORT-RECORD
                   STRING "run-control.dat row " WS-ROW-NUMBER
               READ F-HOLIDAYS-FILE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       IF HOLIDAY-RULE = SPACES OR
                          HOLIDAY-RULE = "FIXED"
                           MOVE HOLIDAY-MON-DAY TO WS-MMDD-WORK
                           PERFORM CHECK-MMDD
                       ELSE
                           MOVE 1 TO WS-MMDD-OK
                       END-IF
                       IF WS-MMDD-OK = 0 OR HOLIDAY-NAME = SPACES
                           MOVE SPACES TO WS-REPORT-RECORD
                           STRING "holidays.dat row " WS-ROW-NUMBER
                               INTO WS-REPORT-RECORD
                           END-STRING
                           PERFORM WRITE-FAILURE-LINE
                       ELSE
                           IF HOLIDAY-RULE NOT = SPACES AND
                              HOLIDAY-RULE NOT = "FIXED"
                               PERFORM EXPAND-HOLIDAY-RULE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
           END-PERFORM.
           CLOSE F-HOLIDAYS-FILE.

      * A moveable holiday is listed with the date it lands on this
      * year and next, so a bad rule or a lunar date not yet keyed is
      * caught before the night it matters. Unresolvable this year
      * fails the run; next year only warns.
           EXPAND-HOLIDAY-RULE SECTION.
           MOVE WS-RUN-DATE(1:4) TO WS-EXPAND-YEAR.
           PERFORM EXPAND-HOLIDAY-YEAR.
           ADD 1 TO WS-EXPAND-YEAR.
           PERFORM EXPAND-HOLIDAY-YEAR.

           EXPAND-HOLIDAY-YEAR SECTION.
           CALL "holiday-date-resolver" USING HOLIDAY-RECORD,
               WS-EXPAND-YEAR, WS-EXPAND-MON-DAY.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-EXPAND-MON-DAY = SPACES
               STRING "holidays.dat row " WS-ROW-NUMBER ": "
                      FUNCTION TRIM(HOLIDAY-NAME) " rule "
                      FUNCTION TRIM(HOLIDAY-RULE)
                      " gives no date for " WS-EXPAND-YEAR
                   INTO WS-REPORT-RECORD
               END-STRING
               IF WS-EXPAND-YEAR = WS-RUN-DATE(1:4)
                   PERFORM WRITE-FAILURE-LINE
               ELSE
                   PERFORM WRITE-WARNING-LINE
               END-IF
           ELSE
               STRING "holidays.dat " FUNCTION TRIM(HOLIDAY-NAME)
                      " " WS-EXPAND-YEAR "-" WS-EXPAND-MON-DAY
                   INTO WS-REPORT-RECORD
               END-STRING
               WRITE WS-REPORT-RECORD
           END-IF.

           CERTIFY-JOB-DAYS SECTION.
           MOVE 0 TO WS-ROW-NUMBER.
           OPEN INPUT F-JOB-DAYS-FILE.
           END-PERFORM.
           CLOSE F-JOB-DAYS-FILE.

           CERTIFY-EST-TAX-DATES SECTION.
           MOVE 0 TO WS-ROW-NUMBER.
           OPEN INPUT F-EST-TAX-DATES-FILE.
           IF WS-EST-TAX-DATES-STATUS NOT = "00"
               MOVE "estimated-tax-dates.dat: missing, no estimated-"
                   & "tax reminders" TO WS-REPORT-RECORD
               PERFORM WRITE-WARNING-LINE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EST-TAX-DATES-FILE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       MOVE ETAX-MON-DAY TO WS-MMDD-WORK
                       PERFORM CHECK-MMDD
                       IF WS-MMDD-OK = 0 OR
                          ETAX-YEAR IS NOT NUMERIC OR
                          ETAX-QUARTER < "0" OR ETAX-QUARTER > "4" OR
                          (ETAX-ROLL-RULE NOT = 'N' AND
                           ETAX-ROLL-RULE NOT = 'W' AND
                           ETAX-ROLL-RULE NOT = 'B' AND
                           ETAX-QUARTER NOT = "0")
                           MOVE SPACES TO WS-REPORT-RECORD
                           STRING "estimated-tax-dates.dat row "
                                  WS-ROW-NUMBER
                                  ": bad year, quarter, date or rule"
                               INTO WS-REPORT-RECORD
                           END-STRING
                           PERFORM WRITE-FAILURE-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EST-TAX-DATES-FILE.

      * Ranges must run in birth-year order without overlapping, or a
      * customer could be held to the wrong age
           CERTIFY-RMD-AGES SECTION.
           MOVE 0 TO WS-ROW-NUMBER.
           MOVE SPACES TO WS-RMD-LAST-THRU.
           OPEN INPUT F-RMD-AGES-FILE.
           IF WS-RMD-AGES-STATUS NOT = "00"
               MOVE "rmd-ages.dat: missing, no retirement-withdrawal "
                   & "reminders" TO WS-REPORT-RECORD
               PERFORM WRITE-WARNING-LINE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RMD-AGES-FILE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       IF RMD-BORN-FROM IS NOT NUMERIC OR
                          RMD-BORN-THRU IS NOT NUMERIC OR
                          RMD-REQUIRED-AGE IS NOT NUMERIC OR
                          RMD-REQUIRED-AGE = "000" OR
                          RMD-BORN-FROM > RMD-BORN-THRU
                           MOVE SPACES TO WS-REPORT-RECORD
                           STRING "rmd-ages.dat row " WS-ROW-NUMBER
                                  ": bad birth years or age"
                               INTO WS-REPORT-RECORD
                           END-STRING
                           PERFORM WRITE-FAILURE-LINE
                       ELSE
                           IF WS-RMD-LAST-THRU NOT = SPACES AND
                              RMD-BORN-FROM <= WS-RMD-LAST-THRU
                               MOVE SPACES TO WS-REPORT-RECORD
                               STRING "rmd-ages.dat row " WS-ROW-NUMBER
                                      ": birth years overlap or out of "
                                      "order"
                                   INTO WS-REPORT-RECORD
                               END-STRING
                               PERFORM WRITE-FAILURE-LINE
                           END-IF
                           MOVE RMD-BORN-THRU TO WS-RMD-LAST-THRU
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RMD-AGES-FILE.
           IF WS-ROW-NUMBER = 0
               MOVE "rmd-ages.dat: empty, no retirement-withdrawal "
                   & "reminders" TO WS-REPORT-RECORD
               PERFORM WRITE-WARNING-LINE
           END-IF.

      * A feed row the driver cannot read is gated as a daily feed due
      * at midnight, which would stop or degrade the night for nothing
           CERTIFY-FEED-EXPECTATIONS SECTION.
           MOVE 0 TO WS-ROW-NUMBER.
           OPEN INPUT F-FEED-EXPECT-FILE.
           IF WS-FEED-EXPECT-STATUS NOT = "00"
               MOVE "feed-expectations.dat: missing, upstream feeds "
                   & "not gated" TO WS-REPORT-RECORD
               PERFORM WRITE-WARNING-LINE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FEED-EXPECT-FILE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       IF FX-FEED-NAME = SPACES OR
                          (FX-FREQUENCY NOT = "DAILY" AND
                           FX-FREQUENCY NOT = "WEEKLY" AND
                           FX-FREQUENCY NOT = "MONTHLY") OR
                          FX-LATEST-ARRIVAL(1:2) IS NOT NUMERIC OR
                          FX-LATEST-ARRIVAL(3:1) NOT = ":" OR
                          FX-LATEST-ARRIVAL(4:2) IS NOT NUMERIC OR
                          FX-LATEST-ARRIVAL(1:2) > "23" OR
                          FX-LATEST-ARRIVAL(4:2) > "59" OR
                          (FX-REQUIRED NOT = "REQUIRED" AND
                           FX-REQUIRED NOT = "OPTIONAL") OR
                          (FX-REQUIRED = "REQUIRED" AND
                           FX-LATE-POLICY NOT = "FAIL" AND
                           FX-LATE-POLICY NOT = "DEGRADE")
                           MOVE SPACES TO WS-REPORT-RECORD
                           STRING "feed-expectations.dat row "
                                  WS-ROW-NUMBER
                                  ": bad name, frequency, arrival time,"
                                  " requirement or policy"
                               INTO WS-REPORT-RECORD
                           END-STRING
                           PERFORM WRITE-FAILURE-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-FEED-EXPECT-FILE.

           CERTIFY-GREETING-TEMPLATES SECTION.
           MOVE 0 TO WS-ROW-NUMBER.
           OPEN INPUT F-GREETING-TEMPLATES-FILE.
               END-STRING
               PERFORM WRITE-FAILURE-LINE
           END-IF.
           IF GT-STATUS NOT = "DRAFT" AND GT-STATUS NOT = "APPROVED"
              AND GT-STATUS NOT = "RETIRED"
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "greeting-templates.dat row " WS-ROW-NUMBER
                      " (" GT-CAMPAIGN-NAME "): no DRAFT/APPROVED/"
                      "RETIRED status - never used"
                   INTO WS-REPORT-RECORD
               END-STRING
               PERFORM WRITE-FAILURE-LINE
           END-IF.
           IF GT-STATUS = "APPROVED" AND
              (GT-VERSION IS NOT NUMERIC OR
               GT-EFFECTIVE-FROM(5:1) NOT = "-" OR
               GT-EFFECTIVE-FROM(8:1) NOT = "-" OR
               GT-APPROVED-BY = SPACES OR
               GT-APPROVED-BY = GT-SUBMITTED-BY)
               MOVE SPACES TO WS-REPORT-RECORD
               STRING "greeting-templates.dat row " WS-ROW-NUMBER
                      " (" GT-CAMPAIGN-NAME "): approved without "
                      "version, date or second approver"
                   INTO WS-REPORT-RECORD
               END-STRING
               PERFORM WRITE-FAILURE-LINE
           END-IF.
           PERFORM CHECK-TEMPLATE-TOKENS.
           IF WS-TOKEN-OK = 0
               MOVE SPACES TO WS-REPORT-RECORD
               WHEN "ALERT-SUPPRESS-DAYS"
               WHEN "ALERT-ESCALATE-DAYS"
               WHEN "PARK-STALE-DAYS"
               WHEN "SLA-MAX-ACK-DAYS"
               WHEN "SLA-MAX-REJECT-PCT"
               WHEN "SLA-MAX-LEAD-DAYS"
               WHEN "SLA-MIN-ONTIME-PCT"
               WHEN "SLA-MAX-RETURN-PCT"
               WHEN "SLA-MAX-REPRINTS"
               WHEN "SLA-MAX-INVOICE-PCT"
               WHEN "ACCESS-MAX-CUSTOMER"
               WHEN "ACCESS-MAX-OPERATOR"
               WHEN "ACCESS-MAX-RECORDS"
               WHEN "APPROVAL-STALE-DAYS"
               WHEN "FRAUD-ADDR-VOUCHERS"
               WHEN "FRAUD-WINDOW-DAYS"
               WHEN "FRAUD-CHANGE-DAYS"
               WHEN "FRAUD-MIN-TENURE"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-REPORT-RECORD
               PERFORM WRITE-FAILURE-LINE
           END-IF.
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 7
               IF PREF-FLAGS(WS-FLAG-IDX:1) NOT = 'Y' AND
                  PREF-FLAGS(WS-FLAG-IDX:1) NOT = 'N' AND
                  PREF-FLAGS(WS-FLAG-IDX:1) NOT = SPACE
                       INTO WS-REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-FAILURE-LINE
                   MOVE 8 TO WS-FLAG-IDX
               END-IF
           END-PERFORM.
