      * The privacy desk's view of customer-access.dat: for a month
      * (or the whole trail) how often each customer's record was
      * looked at and how much each operator looked at, with the
      * unusual volumes flagged against alert-thresholds.dat. Given
      * a customer ID it also lists every look-up of that customer:
      * who, when, with which program and for what reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-access-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ACCESS-FILE ASSIGN TO "customer-access.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACCESS-STATUS.
               SELECT F-THRESHOLDS-FILE
                 ASSIGN TO "alert-thresholds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-THRESHOLDS-STATUS.
               SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTS-STATUS.
               SELECT F-REPORT-FILE ASSIGN TO "customer-access.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-ACCESS-FILE.                                              * One line per customer look-up, as the tools logged it
           01 ACCESS-RECORD.
               05 ACCESS-DATE PIC X(10).
               05 ACCESS-TIME PIC X(8).
               05 ACCESS-OPERATOR PIC X(8).
               05 ACCESS-PROGRAM PIC X(20).
               05 ACCESS-REASON PIC X(8).
               05 ACCESS-PERSON-ID PIC X(10).
               05 ACCESS-RECORDS PIC 9(6).
               05 ACCESS-SEARCH-KEY PIC X(60).
           FD F-THRESHOLDS-FILE.                                          * Tolerances the nightly counts are held to
           01 THRESHOLD-RECORD.
               05 THRESHOLD-KEYWORD PIC X(20).
               05 THRESHOLD-VALUE PIC X(8).
           FD F-ALERTS-FILE.                                              * One line per breach, for the scheduler to page on
           01 ALERT-RECORD PIC X(160).
           FD F-REPORT-FILE.
           01 WS-REPORT-RECORD PIC X(160).
           WORKING-STORAGE SECTION.
           01 WS-ACCESS-STATUS PIC XX.
           01 WS-THRESHOLDS-STATUS PIC XX.
           01 WS-ALERTS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-ASK-PERSON-ID PIC X(10).
           01 WS-RUN-DATE PIC X(10).
           01 WS-ALERT-TEXT PIC X(160).
      * What counts as unusual; each can be overridden by keyword in
      * alert-thresholds.dat
           01 WS-MAX-PER-CUSTOMER PIC 9(6) VALUE 5.                     * Look-ups of one customer in the period
           01 WS-MAX-PER-OPERATOR PIC 9(6) VALUE 200.                   * Look-ups by one operator in the period
           01 WS-MAX-OPERATOR-RECORDS PIC 9(6) VALUE 500.               * Customer records returned to one operator
           01 WS-LOOKUP-COUNT PIC 9(7) VALUE 0.
           01 WS-DETAIL-COUNT PIC 9(5) VALUE 0.
           01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
           01 WS-FLAG-TEXT PIC X(60).
           01 WS-WORK-PERSON PIC X(10).
           01 WS-WORK-OPERATOR PIC X(8).
           01 WS-CUSTOMER-COUNT PIC 9(5) COMP VALUE 0.
           01 WS-CUSTOMER-IDX PIC 9(5) COMP.
           01 WS-CUSTOMER-FOUND PIC 9.
           01 WS-CUSTOMER-SLOT PIC 9(5) COMP.
           01 WS-CUSTOMER-TALLIES.                                      * Look-ups per customer shown
              05 WS-CUSTOMER-TALLY OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-CUSTOMER-COUNT
                  INDEXED BY CUSTOMER-IDX.
                      10 WS-CT-PERSON-ID PIC X(10).
                      10 WS-CT-LOOKUPS PIC 9(6).
                      10 WS-CT-NO-REASON PIC 9(6).
                      10 WS-CT-LAST-OPERATOR PIC X(8).
                      10 WS-CT-OPERATORS PIC 9(3).
           01 WS-OPERATOR-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-OPERATOR-IDX PIC 9(3) COMP.
           01 WS-OPERATOR-FOUND PIC 9.
           01 WS-OPERATOR-SLOT PIC 9(3) COMP.
           01 WS-OPERATOR-TALLIES.                                      * Look-ups per operator at the keyboard
              05 WS-OPERATOR-TALLY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-OPERATOR-COUNT
                  INDEXED BY OPERATOR-IDX.
                      10 WS-OT-OPERATOR PIC X(8).
                      10 WS-OT-LOOKUPS PIC 9(6).
                      10 WS-OT-RECORDS PIC 9(7).
                      10 WS-OT-NO-REASON PIC 9(6).
                      10 WS-OT-UNMATCHED PIC 9(6).

       PROCEDURE DIVISION.

           DISPLAY "Report month (YYYY-MM, blank for the whole "
               "trail): ".
           ACCEPT WS-REPORT-MONTH.
           DISPLAY "Customer ID to list in detail (blank for none): ".
           ACCEPT WS-ASK-PERSON-ID.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-DATE(1:4).
           MOVE "-" TO WS-RUN-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2).
           MOVE "-" TO WS-RUN-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2).

           PERFORM LOAD-ACCESS-THRESHOLDS.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-RECORD.
           IF WS-REPORT-MONTH = SPACES
               STRING "CUSTOMER ACCESS REPORT - WHOLE TRAIL - RUN "
                      WS-RUN-DATE
                   INTO WS-REPORT-RECORD
               END-STRING
           ELSE
               STRING "CUSTOMER ACCESS REPORT FOR " WS-REPORT-MONTH
                      " - RUN " WS-RUN-DATE
                   INTO WS-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "UNUSUAL: over " WS-MAX-PER-CUSTOMER
                  " look-ups of one customer, over "
                  WS-MAX-PER-OPERATOR " look-ups or "
                  WS-MAX-OPERATOR-RECORDS
                  " records returned by one operator"
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           IF WS-ASK-PERSON-ID NOT = SPACES
               PERFORM WRITE-DETAIL-HEADING
           END-IF.
           OPEN INPUT F-ACCESS-FILE.
           IF WS-ACCESS-STATUS NOT = "00"
               MOVE "customer-access.dat could not be opened, no "
                   & "look-ups to report" TO WS-REPORT-RECORD
               WRITE WS-REPORT-RECORD
               CLOSE F-REPORT-FILE
               DISPLAY "WARNING: customer-access.dat FILE STATUS "
                   WS-ACCESS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACCESS-FILE
                   NOT AT END
                       IF WS-REPORT-MONTH = SPACES OR
                          ACCESS-DATE(1:7) = WS-REPORT-MONTH
                           PERFORM TALLY-ONE-LOOKUP
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ACCESS-FILE.
           PERFORM WRITE-CUSTOMER-SECTION.
           PERFORM WRITE-OPERATOR-SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "LOOK-UPS: " WS-LOOKUP-COUNT
                  "  FLAGGED LINES: " WS-FLAGGED-COUNT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           CLOSE F-REPORT-FILE.
           DISPLAY "Customer access: " WS-LOOKUP-COUNT " look-ups, "
               WS-FLAGGED-COUNT " flagged, see customer-access.rpt".
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-ACCESS-THRESHOLDS SECTION.
           OPEN INPUT F-THRESHOLDS-FILE.
           IF WS-THRESHOLDS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-THRESHOLDS-FILE
                   NOT AT END
                       PERFORM APPLY-ONE-THRESHOLD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-THRESHOLDS-FILE.

           APPLY-ONE-THRESHOLD SECTION.
           IF THRESHOLD-VALUE = SPACES
               EXIT SECTION
           END-IF.
           EVALUATE THRESHOLD-KEYWORD
               WHEN "ACCESS-MAX-CUSTOMER"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-MAX-PER-CUSTOMER
               WHEN "ACCESS-MAX-OPERATOR"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-MAX-PER-OPERATOR
               WHEN "ACCESS-MAX-RECORDS"
                   MOVE FUNCTION NUMVAL(THRESHOLD-VALUE)
                       TO WS-MAX-OPERATOR-RECORDS
           END-EVALUATE.

           WRITE-DETAIL-HEADING SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING "=== EVERY LOOK-UP OF " WS-ASK-PERSON-ID " ==="
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           MOVE "DATE       TIME     OPERATOR PROGRAM              "
               & "REASON   RECORDS SEARCHED FOR"
               TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.

           TALLY-ONE-LOOKUP SECTION.
           ADD 1 TO WS-LOOKUP-COUNT.
           MOVE ACCESS-OPERATOR TO WS-WORK-OPERATOR.
           PERFORM FIND-OPERATOR-SLOT.
           ADD 1 TO WS-OT-LOOKUPS(WS-OPERATOR-SLOT).
           ADD ACCESS-RECORDS TO WS-OT-RECORDS(WS-OPERATOR-SLOT).
           IF ACCESS-REASON = "NONE"
               ADD 1 TO WS-OT-NO-REASON(WS-OPERATOR-SLOT)
           END-IF.
           IF ACCESS-PERSON-ID = SPACES                                 * A search that settled on no single customer
               ADD 1 TO WS-OT-UNMATCHED(WS-OPERATOR-SLOT)
               EXIT SECTION
           END-IF.
           MOVE ACCESS-PERSON-ID TO WS-WORK-PERSON.
           PERFORM FIND-CUSTOMER-SLOT.
           ADD 1 TO WS-CT-LOOKUPS(WS-CUSTOMER-SLOT).
           IF ACCESS-REASON = "NONE"
               ADD 1 TO WS-CT-NO-REASON(WS-CUSTOMER-SLOT)
           END-IF.
           IF ACCESS-OPERATOR NOT =                                     * Operators are counted as they change, not distinct
              WS-CT-LAST-OPERATOR(WS-CUSTOMER-SLOT)
               ADD 1 TO WS-CT-OPERATORS(WS-CUSTOMER-SLOT)
               MOVE ACCESS-OPERATOR
                   TO WS-CT-LAST-OPERATOR(WS-CUSTOMER-SLOT)
           END-IF.
           IF ACCESS-PERSON-ID = WS-ASK-PERSON-ID
               PERFORM WRITE-DETAIL-LINE
           END-IF.

           WRITE-DETAIL-LINE SECTION.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING ACCESS-DATE " " ACCESS-TIME " " ACCESS-OPERATOR " "
                  ACCESS-PROGRAM " " ACCESS-REASON " " ACCESS-RECORDS
                  "  " ACCESS-SEARCH-KEY
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.

           FIND-OPERATOR-SLOT SECTION.
           MOVE 0 TO WS-OPERATOR-FOUND.
           PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
                   OR WS-OPERATOR-FOUND = 1
               IF WS-OT-OPERATOR(WS-OPERATOR-IDX) = WS-WORK-OPERATOR
                   MOVE 1 TO WS-OPERATOR-FOUND
                   MOVE WS-OPERATOR-IDX TO WS-OPERATOR-SLOT
               END-IF
           END-PERFORM.
           IF WS-OPERATOR-FOUND = 0
               IF WS-OPERATOR-COUNT < 500
                   ADD 1 TO WS-OPERATOR-COUNT
               END-IF
               MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-SLOT
               INITIALIZE WS-OPERATOR-TALLY(WS-OPERATOR-SLOT)
               MOVE WS-WORK-OPERATOR
                   TO WS-OT-OPERATOR(WS-OPERATOR-SLOT)
           END-IF.

           FIND-CUSTOMER-SLOT SECTION.
           MOVE 0 TO WS-CUSTOMER-FOUND.
           PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
               UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
                   OR WS-CUSTOMER-FOUND = 1
               IF WS-CT-PERSON-ID(WS-CUSTOMER-IDX) = WS-WORK-PERSON
                   MOVE 1 TO WS-CUSTOMER-FOUND
                   MOVE WS-CUSTOMER-IDX TO WS-CUSTOMER-SLOT
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-FOUND = 0
               IF WS-CUSTOMER-COUNT < 20000
                   ADD 1 TO WS-CUSTOMER-COUNT
               END-IF
               MOVE WS-CUSTOMER-COUNT TO WS-CUSTOMER-SLOT
               INITIALIZE WS-CUSTOMER-TALLY(WS-CUSTOMER-SLOT)
               MOVE WS-WORK-PERSON
                   TO WS-CT-PERSON-ID(WS-CUSTOMER-SLOT)
           END-IF.

           WRITE-CUSTOMER-SECTION SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "=== BY CUSTOMER ===" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "CUSTOMER   LOOK-UPS NO-REASON OPERATOR-CHANGES"
               TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM WRITE-ONE-CUSTOMER
               VARYING WS-CUSTOMER-IDX FROM 1 BY 1
               UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT.

           WRITE-ONE-CUSTOMER SECTION.
           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE TRUE
               WHEN WS-CT-LOOKUPS(WS-CUSTOMER-IDX) >
                    WS-MAX-PER-CUSTOMER
                   MOVE "UNUSUAL - looked up more than the threshold"
                       TO WS-FLAG-TEXT
               WHEN WS-CT-NO-REASON(WS-CUSTOMER-IDX) > 0
                   MOVE "REVIEW - look-up with no reason code"
                       TO WS-FLAG-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING WS-CT-PERSON-ID(WS-CUSTOMER-IDX) " "
                  WS-CT-LOOKUPS(WS-CUSTOMER-IDX) "   "
                  WS-CT-NO-REASON(WS-CUSTOMER-IDX) "    "
                  WS-CT-OPERATORS(WS-CUSTOMER-IDX) "              "
                  WS-FLAG-TEXT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           IF WS-FLAG-TEXT(1:7) = "UNUSUAL"
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-RUN-DATE " ALERT: customer "
                      WS-CT-PERSON-ID(WS-CUSTOMER-IDX)
                      " looked up " WS-CT-LOOKUPS(WS-CUSTOMER-IDX)
                      " times, over the access threshold"
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WRITE-ACCESS-ALERT
           END-IF.
           IF WS-FLAG-TEXT(1:6) = "REVIEW"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

           WRITE-OPERATOR-SECTION SECTION.
           MOVE SPACES TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "=== BY OPERATOR ===" TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           MOVE "OPERATOR LOOK-UPS RECORDS NO-REASON NO-MATCH"
               TO WS-REPORT-RECORD.
           WRITE WS-REPORT-RECORD.
           PERFORM WRITE-ONE-OPERATOR
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT.

           WRITE-ONE-OPERATOR SECTION.
           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE TRUE
               WHEN WS-OT-OPERATOR(WS-OPERATOR-IDX) = "NOBODY"
                   MOVE "UNUSUAL - look-ups with no OPERATOR identity"
                       TO WS-FLAG-TEXT
               WHEN WS-OT-LOOKUPS(WS-OPERATOR-IDX) >
                    WS-MAX-PER-OPERATOR
                   MOVE "UNUSUAL - look-ups over the threshold"
                       TO WS-FLAG-TEXT
               WHEN WS-OT-RECORDS(WS-OPERATOR-IDX) >
                    WS-MAX-OPERATOR-RECORDS
                   MOVE "UNUSUAL - records returned over the threshold"
                       TO WS-FLAG-TEXT
               WHEN WS-OT-NO-REASON(WS-OPERATOR-IDX) > 0
                   MOVE "REVIEW - look-ups with no reason code"
                       TO WS-FLAG-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-RECORD.
           STRING WS-OT-OPERATOR(WS-OPERATOR-IDX) " "
                  WS-OT-LOOKUPS(WS-OPERATOR-IDX) "   "
                  WS-OT-RECORDS(WS-OPERATOR-IDX) " "
                  WS-OT-NO-REASON(WS-OPERATOR-IDX) "    "
                  WS-OT-UNMATCHED(WS-OPERATOR-IDX) "   "
                  WS-FLAG-TEXT
               INTO WS-REPORT-RECORD
           END-STRING.
           WRITE WS-REPORT-RECORD.
           IF WS-FLAG-TEXT(1:7) = "UNUSUAL"
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-RUN-DATE " ALERT: operator "
                      FUNCTION TRIM(WS-OT-OPERATOR(WS-OPERATOR-IDX))
                      " customer access: "
                      FUNCTION TRIM(WS-FLAG-TEXT(11:50))
                   INTO WS-ALERT-TEXT
               END-STRING
               PERFORM WRITE-ACCESS-ALERT
           END-IF.
           IF WS-FLAG-TEXT(1:6) = "REVIEW"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

           WRITE-ACCESS-ALERT SECTION.
           OPEN EXTEND F-ALERTS-FILE.
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT F-ALERTS-FILE
           END-IF.
           IF WS-ALERTS-STATUS = "00"
               MOVE WS-ALERT-TEXT TO ALERT-RECORD
               WRITE ALERT-RECORD
               CLOSE F-ALERTS-FILE
           END-IF.
