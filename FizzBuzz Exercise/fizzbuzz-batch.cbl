           FILE-CONTROL.
               SELECT F-FIZZBUZZ-INTAKE-FILE
                 ASSIGN TO "fizzbuzz-intake.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INTAKE-STATUS.
               SELECT F-FIZZBUZZ-RULES-FILE
                 ASSIGN TO "fizzbuzz-rules.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RULES-STATUS.
               SELECT F-FIZZBUZZ-RESULTS-FILE
                 ASSIGN TO "fizzbuzz-results.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-FIZZBUZZ-REPORT-FILE
                 ASSIGN TO "fizzbuzz-report.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-FIZZBUZZ-INTAKE-FILE.
               05 INTAKE-RANGE-START PIC 9(7).
               05 INTAKE-RANGE-END PIC 9(7).
           FD F-FIZZBUZZ-RULES-FILE.
      * The first two fields are the original divisor row and still
      * stand alone. Type D (or blank) is divisible by RULE-DIVISOR,
      * C is the number contains RULE-DIGIT, R is the number lies in
      * RULE-RANGE-LOW thru RULE-RANGE-HIGH. Action J (or blank)
      * joins the label to the others; O overrides them and shows
      * this label alone. Lower RULE-PRIORITY applies first; blank
      * counts as 99 and ties keep file order.
           01 FIZZBUZZ-RULE-RECORD.
               05 RULE-DIVISOR PIC 9(3).
               05 RULE-LABEL PIC X(10).
               05 RULE-TYPE PIC X.
               05 RULE-ACTION PIC X.
               05 RULE-PRIORITY PIC X(2).
               05 RULE-DIGIT PIC X.
               05 RULE-RANGE-LOW PIC X(7).
               05 RULE-RANGE-HIGH PIC X(7).
      * One row per number worked; a plain number has a blank label
           FD F-FIZZBUZZ-RESULTS-FILE.
           01 FIZZBUZZ-RESULT-RECORD.
               05 RESULT-NUMBER PIC 9(7).
               05 FILLER PIC X.
               05 RESULT-LABEL PIC X(50).
           FD F-FIZZBUZZ-REPORT-FILE.
           01 FIZZBUZZ-REPORT-RECORD PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-INTAKE-STATUS PIC XX.
           01 WS-RULES-STATUS PIC XX.
                   INDEXED BY RULE-IDX.
                       10 WS-RULE-DIVISOR PIC 9(3).
                       10 WS-RULE-LABEL PIC X(10).
                       10 WS-RULE-TYPE PIC X.
                       10 WS-RULE-ACTION PIC X.
                       10 WS-RULE-PRIORITY PIC 9(2).
                       10 WS-RULE-DIGIT PIC X.
                       10 WS-RULE-RANGE-LOW PIC 9(7).
                       10 WS-RULE-RANGE-HIGH PIC 9(7).
           01 WS-NEW-RULE.
               05 WS-NEW-RULE-DIVISOR PIC 9(3).
               05 WS-NEW-RULE-LABEL PIC X(10).
               05 WS-NEW-RULE-TYPE PIC X.
               05 WS-NEW-RULE-ACTION PIC X.
               05 WS-NEW-RULE-PRIORITY PIC 9(2).
               05 WS-NEW-RULE-DIGIT PIC X.
               05 WS-NEW-RULE-RANGE-LOW PIC 9(7).
               05 WS-NEW-RULE-RANGE-HIGH PIC 9(7).
           01 WS-LOADED-COUNT PIC 9(4) COMP.
           01 WS-RULE-ROW-NUMBER PIC 9(4).
           01 WS-RULE-REJECT-REASON PIC X(40).
           01 WS-INSERT-AT PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-TEST-NUM PIC 9(7).
           01 WS-TEST-NUM-TEXT PIC Z(6)9.
           01 WS-DIGIT-TALLY PIC 9(2) COMP.
           01 WS-RULE-MATCHED PIC X.
           01 WS-LABEL-OVERRIDDEN PIC X.
           01 WS-RANGE-IS-VALID PIC X.
           01 WS-RANGE-NUMBER-DISPLAY PIC 9(4).
           01 WS-ACCEPTED-RANGES PIC 9(6) VALUE 0.
           01 WS-REJECTED-RANGES PIC 9(6) VALUE 0.
           01 WS-RANGE-NUMBERS PIC 9(7).
           01 WS-RANGE-PLAIN PIC 9(7).
           01 WS-RUN-NUMBERS PIC 9(9) VALUE 0.
           01 WS-RUN-LABELLED PIC 9(9) VALUE 0.
           01 WS-RUN-PLAIN PIC 9(9) VALUE 0.
           01 WS-RUN-WRITTEN PIC 9(9) VALUE 0.
           01 WS-RUN-NUMBER-HASH PIC 9(15) VALUE 0.
           01 WS-TALLY-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-TALLY-IDX PIC 9(4) COMP.
           01 WS-TALLY-FOUND PIC 9(4) COMP.
           01 WS-LABEL-TALLIES.
               05 WS-LABEL-TALLY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TALLY-COUNT.
                       10 WS-TALLY-LABEL PIC X(50).
                       10 WS-TALLY-NUMBERS PIC 9(7).
           01 WS-REPORT-LINE.
               05 WS-REPORT-LINE-LABEL PIC X(52).
               05 WS-REPORT-LINE-COUNT PIC Z(8)9.
           01 WS-RULE-CONDITION PIC X(40).
           01 WS-RULE-ACTION-TEXT PIC X(8).
           01 WS-RANGE-REJECT-LINE PIC X(100).
       PROCEDURE DIVISION.
           PERFORM LOAD-FIZZBUZZ-RULES.
           OPEN INPUT F-FIZZBUZZ-INTAKE-FILE.
           IF WS-INTAKE-STATUS = "00"
               OPEN OUTPUT F-FIZZBUZZ-RESULTS-FILE
               OPEN OUTPUT F-FIZZBUZZ-REPORT-FILE
               MOVE "FIZZBUZZ BATCH RANGE REPORT"
                   TO FIZZBUZZ-REPORT-RECORD
               WRITE FIZZBUZZ-REPORT-RECORD
               MOVE 0 TO WS-RANGE-COUNT
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FIZZBUZZ-INTAKE-FILE
                       NOT AT END
                           ADD 1 TO WS-RANGE-COUNT
                           PERFORM VALIDATE-RANGE
                           IF WS-RANGE-IS-VALID = 'Y'
                               PERFORM PROCESS-RANGE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               IF WS-RANGE-COUNT = 0
                   DISPLAY "WARNING: fizzbuzz-intake.dat is empty, "
                       "nothing processed"
                   MOVE "WARNING: fizzbuzz-intake.dat is empty, "
                       & "nothing processed"
                       TO FIZZBUZZ-REPORT-RECORD
                   WRITE FIZZBUZZ-REPORT-RECORD
               END-IF
               PERFORM WRITE-CONTROL-TOTAL
               CLOSE F-FIZZBUZZ-RESULTS-FILE
               CLOSE F-FIZZBUZZ-REPORT-FILE
               DISPLAY "FizzBuzz ranges: " WS-ACCEPTED-RANGES
                   " rejected: " WS-REJECTED-RANGES
                   " numbers written: " WS-RUN-WRITTEN
           ELSE
               DISPLAY "WARNING: fizzbuzz-intake.dat FILE STATUS "
                   WS-INTAKE-STATUS ", nothing processed"
           END-IF.
           GOBACK.

      * A range that is not two 7-digit numbers, or ends before it
      * starts, goes on the report as rejected instead of being run
           VALIDATE-RANGE.
           MOVE 'Y' TO WS-RANGE-IS-VALID.
           MOVE WS-RANGE-COUNT TO WS-RANGE-NUMBER-DISPLAY.
           MOVE SPACES TO FIZZBUZZ-REPORT-RECORD.
           EVALUATE TRUE
               WHEN INTAKE-RANGE-START IS NOT NUMERIC
                       OR INTAKE-RANGE-END IS NOT NUMERIC
                   MOVE 'N' TO WS-RANGE-IS-VALID
                   STRING "REJECTED: RANGE " WS-RANGE-NUMBER-DISPLAY
                          " '" INTAKE-RECORD
                          "' - start and end must be 7 digits each"
                       INTO FIZZBUZZ-REPORT-RECORD
                   END-STRING
               WHEN INTAKE-RANGE-END < INTAKE-RANGE-START
                   MOVE 'N' TO WS-RANGE-IS-VALID
                   STRING "REJECTED: RANGE " WS-RANGE-NUMBER-DISPLAY
                          " " INTAKE-RANGE-START " TO "
                          INTAKE-RANGE-END
                          " - end is below start"
                       INTO FIZZBUZZ-REPORT-RECORD
                   END-STRING
           END-EVALUATE.
           IF WS-RANGE-IS-VALID = 'N'
               ADD 1 TO WS-REJECTED-RANGES
               MOVE FIZZBUZZ-REPORT-RECORD TO WS-RANGE-REJECT-LINE
               MOVE SPACES TO FIZZBUZZ-REPORT-RECORD
               WRITE FIZZBUZZ-REPORT-RECORD
               WRITE FIZZBUZZ-REPORT-RECORD FROM WS-RANGE-REJECT-LINE
           END-IF.

           PROCESS-RANGE.
           ADD 1 TO WS-ACCEPTED-RANGES.
           MOVE 0 TO WS-TALLY-COUNT.
           MOVE 0 TO WS-RANGE-NUMBERS.
           MOVE 0 TO WS-RANGE-PLAIN.
           PERFORM PROCESS-NUMBER
               VARYING WS-CURRENT-NUM
               FROM INTAKE-RANGE-START BY 1
               UNTIL WS-CURRENT-NUM > INTAKE-RANGE-END.
           PERFORM WRITE-RANGE-SUMMARY.

           LOAD-FIZZBUZZ-RULES.
           MOVE 20 TO WS-RULE-COUNT.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-RULE-ROW-NUMBER.
           OPEN INPUT F-FIZZBUZZ-RULES-FILE.
           IF WS-RULES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FIZZBUZZ-RULES-FILE
                       NOT AT END
                           ADD 1 TO WS-RULE-ROW-NUMBER
                           IF FIZZBUZZ-RULE-RECORD NOT = SPACES
                               PERFORM VALIDATE-RULE-ROW
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FIZZBUZZ-RULES-FILE
           END-IF.
           MOVE WS-LOADED-COUNT TO WS-RULE-COUNT.
           IF WS-RULE-COUNT = 0
               MOVE 2 TO WS-RULE-COUNT
               MOVE 3 TO WS-RULE-DIVISOR(1)
               MOVE "Fizz" TO WS-RULE-LABEL(1)
               MOVE 5 TO WS-RULE-DIVISOR(2)
               MOVE "Buzz" TO WS-RULE-LABEL(2)
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > 2
                   MOVE "D" TO WS-RULE-TYPE(WS-RULE-IDX)
                   MOVE "J" TO WS-RULE-ACTION(WS-RULE-IDX)
                   MOVE 99 TO WS-RULE-PRIORITY(WS-RULE-IDX)
                   MOVE SPACE TO WS-RULE-DIGIT(WS-RULE-IDX)
                   MOVE 0 TO WS-RULE-RANGE-LOW(WS-RULE-IDX)
                   MOVE 0 TO WS-RULE-RANGE-HIGH(WS-RULE-IDX)
               END-PERFORM
           END-IF.

      * A bad row is named with its row number and reason and left
      * out; the rest of the file still loads
           VALIDATE-RULE-ROW.
           MOVE SPACES TO WS-RULE-REJECT-REASON.
           EVALUATE TRUE
               WHEN RULE-TYPE NOT = "D" AND RULE-TYPE NOT = "C"
                       AND RULE-TYPE NOT = "R" AND RULE-TYPE NOT = SPACE
                   STRING "unknown rule type '" RULE-TYPE
                          "' (D, C or R)"
                       INTO WS-RULE-REJECT-REASON
                   END-STRING
               WHEN RULE-LABEL = SPACES
                   MOVE "no label" TO WS-RULE-REJECT-REASON
               WHEN RULE-ACTION NOT = "J" AND RULE-ACTION NOT = "O"
                       AND RULE-ACTION NOT = SPACE
                   STRING "unknown action '" RULE-ACTION
                          "' (J or O)"
                       INTO WS-RULE-REJECT-REASON
                   END-STRING
               WHEN RULE-PRIORITY NOT = SPACES
                       AND RULE-PRIORITY IS NOT NUMERIC
                   MOVE "priority must be 00 to 99"
                       TO WS-RULE-REJECT-REASON
               WHEN (RULE-TYPE = "D" OR RULE-TYPE = SPACE)
                       AND (RULE-DIVISOR IS NOT NUMERIC
                            OR RULE-DIVISOR = 0)
                   MOVE "divisor must be 001 to 999"
                       TO WS-RULE-REJECT-REASON
               WHEN RULE-TYPE = "C"
                       AND (RULE-DIGIT < "0" OR RULE-DIGIT > "9")
                   MOVE "contains rule needs a digit 0 to 9"
                       TO WS-RULE-REJECT-REASON
               WHEN RULE-TYPE = "R"
                       AND (RULE-RANGE-LOW IS NOT NUMERIC
                            OR RULE-RANGE-HIGH IS NOT NUMERIC)
                   MOVE "range bounds must be 7 digits each"
                       TO WS-RULE-REJECT-REASON
               WHEN RULE-TYPE = "R"
                       AND RULE-RANGE-LOW > RULE-RANGE-HIGH
                   MOVE "range low is above range high"
                       TO WS-RULE-REJECT-REASON
               WHEN WS-LOADED-COUNT >= 20
                   MOVE "more than 20 rules"
                       TO WS-RULE-REJECT-REASON
           END-EVALUATE.
           IF WS-RULE-REJECT-REASON NOT = SPACES
               DISPLAY "REJECTED: fizzbuzz-rules.dat row "
                   WS-RULE-ROW-NUMBER " - " WS-RULE-REJECT-REASON
           ELSE
               PERFORM BUILD-NEW-RULE
               PERFORM INSERT-RULE-BY-PRIORITY
           END-IF.

           BUILD-NEW-RULE.
           MOVE RULE-LABEL TO WS-NEW-RULE-LABEL.
           MOVE 0 TO WS-NEW-RULE-DIVISOR.
           MOVE SPACE TO WS-NEW-RULE-DIGIT.
           MOVE 0 TO WS-NEW-RULE-RANGE-LOW.
           MOVE 0 TO WS-NEW-RULE-RANGE-HIGH.
           EVALUATE RULE-TYPE
               WHEN "C"
                   MOVE "C" TO WS-NEW-RULE-TYPE
                   MOVE RULE-DIGIT TO WS-NEW-RULE-DIGIT
               WHEN "R"
                   MOVE "R" TO WS-NEW-RULE-TYPE
                   MOVE RULE-RANGE-LOW TO WS-NEW-RULE-RANGE-LOW
                   MOVE RULE-RANGE-HIGH TO WS-NEW-RULE-RANGE-HIGH
               WHEN OTHER
                   MOVE "D" TO WS-NEW-RULE-TYPE
                   MOVE RULE-DIVISOR TO WS-NEW-RULE-DIVISOR
           END-EVALUATE.
           IF RULE-ACTION = "O"
               MOVE "O" TO WS-NEW-RULE-ACTION
           ELSE
               MOVE "J" TO WS-NEW-RULE-ACTION
           END-IF.
           IF RULE-PRIORITY = SPACES
               MOVE 99 TO WS-NEW-RULE-PRIORITY
           ELSE
               MOVE RULE-PRIORITY TO WS-NEW-RULE-PRIORITY
           END-IF.

      * Keeps the table in priority order as it loads; a new rule
      * goes after every rule of the same or lower priority number
           INSERT-RULE-BY-PRIORITY.
           ADD 1 TO WS-LOADED-COUNT.
           MOVE WS-LOADED-COUNT TO WS-INSERT-AT.
           PERFORM UNTIL WS-INSERT-AT = 1
                   OR WS-RULE-PRIORITY(WS-INSERT-AT - 1)
                       <= WS-NEW-RULE-PRIORITY
               COMPUTE WS-SHIFT-IDX = WS-INSERT-AT - 1
               MOVE WS-FIZZBUZZ-RULE(WS-SHIFT-IDX)
                   TO WS-FIZZBUZZ-RULE(WS-INSERT-AT)
               SUBTRACT 1 FROM WS-INSERT-AT
           END-PERFORM.
           MOVE WS-NEW-RULE TO WS-FIZZBUZZ-RULE(WS-INSERT-AT).

           PROCESS-NUMBER.
           MOVE SPACES TO WS-NUM-LABEL.
           MOVE 'N' TO WS-LABEL-OVERRIDDEN.
           MOVE WS-CURRENT-NUM TO WS-TEST-NUM.
           PERFORM APPEND-MATCHING-LABEL
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           MOVE SPACES TO FIZZBUZZ-RESULT-RECORD.
           MOVE WS-CURRENT-NUM TO RESULT-NUMBER.
           MOVE WS-NUM-LABEL TO RESULT-LABEL.
           WRITE FIZZBUZZ-RESULT-RECORD.
           ADD 1 TO WS-RUN-WRITTEN.
           ADD 1 TO WS-RANGE-NUMBERS.
           ADD 1 TO WS-RUN-NUMBERS.
           ADD WS-CURRENT-NUM TO WS-RUN-NUMBER-HASH.
           IF WS-NUM-LABEL = SPACES
               ADD 1 TO WS-RANGE-PLAIN
               ADD 1 TO WS-RUN-PLAIN
           ELSE
               ADD 1 TO WS-RUN-LABELLED
               PERFORM TALLY-LABEL
           END-IF.

      * Counts per distinct label within the range; past 100
      * distinct labels the rest share one (OTHER LABELS) line
           TALLY-LABEL.
           MOVE 0 TO WS-TALLY-FOUND.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                       OR WS-TALLY-FOUND > 0
               IF WS-TALLY-LABEL(WS-TALLY-IDX) = WS-NUM-LABEL
                   MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
               END-IF
           END-PERFORM.
           IF WS-TALLY-FOUND = 0
               IF WS-TALLY-COUNT < 100
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND
                   MOVE WS-NUM-LABEL TO WS-TALLY-LABEL(WS-TALLY-FOUND)
                   MOVE 0 TO WS-TALLY-NUMBERS(WS-TALLY-FOUND)
               ELSE
                   MOVE 100 TO WS-TALLY-FOUND
                   MOVE "(OTHER LABELS)"
                       TO WS-TALLY-LABEL(WS-TALLY-FOUND)
               END-IF
           END-IF.
           ADD 1 TO WS-TALLY-NUMBERS(WS-TALLY-FOUND).

           WRITE-RANGE-SUMMARY.
           MOVE SPACES TO FIZZBUZZ-REPORT-RECORD.
           WRITE FIZZBUZZ-REPORT-RECORD.
           MOVE WS-RANGE-COUNT TO WS-RANGE-NUMBER-DISPLAY.
           STRING "RANGE " WS-RANGE-NUMBER-DISPLAY "  "
                  INTAKE-RANGE-START " TO " INTAKE-RANGE-END
               INTO FIZZBUZZ-REPORT-RECORD
           END-STRING.
           WRITE FIZZBUZZ-REPORT-RECORD.
           MOVE "  RULES IN FORCE (PRIORITY ORDER):"
               TO FIZZBUZZ-REPORT-RECORD.
           WRITE FIZZBUZZ-REPORT-RECORD.
           PERFORM WRITE-RULE-IN-FORCE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           MOVE "  LABEL COUNTS:" TO FIZZBUZZ-REPORT-RECORD.
           WRITE FIZZBUZZ-REPORT-RECORD.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-TALLY-LABEL(WS-TALLY-IDX)
                   INTO WS-REPORT-LINE-LABEL
               END-STRING
               MOVE WS-TALLY-NUMBERS(WS-TALLY-IDX)
                   TO WS-REPORT-LINE-COUNT
               WRITE FIZZBUZZ-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "    PLAIN NUMBERS" TO WS-REPORT-LINE-LABEL.
           MOVE WS-RANGE-PLAIN TO WS-REPORT-LINE-COUNT.
           WRITE FIZZBUZZ-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "  RANGE TOTAL" TO WS-REPORT-LINE-LABEL.
           MOVE WS-RANGE-NUMBERS TO WS-REPORT-LINE-COUNT.
           WRITE FIZZBUZZ-REPORT-RECORD FROM WS-REPORT-LINE.

           WRITE-RULE-IN-FORCE.
           MOVE SPACES TO WS-RULE-CONDITION.
           EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
               WHEN "C"
                   STRING "CONTAINS DIGIT "
                          WS-RULE-DIGIT(WS-RULE-IDX)
                       INTO WS-RULE-CONDITION
                   END-STRING
               WHEN "R"
                   STRING "WITHIN " WS-RULE-RANGE-LOW(WS-RULE-IDX)
                          " TO " WS-RULE-RANGE-HIGH(WS-RULE-IDX)
                       INTO WS-RULE-CONDITION
                   END-STRING
               WHEN OTHER
                   STRING "DIVISIBLE BY "
                          WS-RULE-DIVISOR(WS-RULE-IDX)
                       INTO WS-RULE-CONDITION
                   END-STRING
           END-EVALUATE.
           IF WS-RULE-ACTION(WS-RULE-IDX) = "O"
               MOVE "OVERRIDE" TO WS-RULE-ACTION-TEXT
           ELSE
               MOVE "JOIN" TO WS-RULE-ACTION-TEXT
           END-IF.
           MOVE SPACES TO FIZZBUZZ-REPORT-RECORD.
           STRING "    " WS-RULE-PRIORITY(WS-RULE-IDX) "  "
                  WS-RULE-LABEL(WS-RULE-IDX) "  "
                  WS-RULE-ACTION-TEXT "  " WS-RULE-CONDITION
               INTO FIZZBUZZ-REPORT-RECORD
           END-STRING.
           WRITE FIZZBUZZ-REPORT-RECORD.

      * Every number written must be either labelled or plain, and
      * the hash of the numbers lets a rerun be checked against this
      * one
           WRITE-CONTROL-TOTAL.
           MOVE SPACES TO FIZZBUZZ-REPORT-RECORD.
           WRITE FIZZBUZZ-REPORT-RECORD.
           STRING "CONTROL TOTAL: RANGES=" WS-ACCEPTED-RANGES
                  " REJECTED-RANGES=" WS-REJECTED-RANGES
                  " NUMBERS=" WS-RUN-NUMBERS
               INTO FIZZBUZZ-REPORT-RECORD
           END-STRING.
           WRITE FIZZBUZZ-REPORT-RECORD.
           MOVE SPACES TO FIZZBUZZ-REPORT-RECORD.
           STRING "               LABELLED=" WS-RUN-LABELLED
                  " PLAIN=" WS-RUN-PLAIN
                  " RESULTS-WRITTEN=" WS-RUN-WRITTEN
               INTO FIZZBUZZ-REPORT-RECORD
           END-STRING.
           WRITE FIZZBUZZ-REPORT-RECORD.
           MOVE SPACES TO FIZZBUZZ-REPORT-RECORD.
           STRING "               NUMBER-HASH=" WS-RUN-NUMBER-HASH
               INTO FIZZBUZZ-REPORT-RECORD
           END-STRING.
           WRITE FIZZBUZZ-REPORT-RECORD.
           IF WS-RUN-LABELLED + WS-RUN-PLAIN = WS-RUN-WRITTEN
                   AND WS-RUN-NUMBERS = WS-RUN-WRITTEN
               MOVE "CONTROL TOTAL AGREES" TO FIZZBUZZ-REPORT-RECORD
           ELSE
               MOVE "CONTROL TOTAL DOES NOT AGREE"
                   TO FIZZBUZZ-REPORT-RECORD
           END-IF.
           WRITE FIZZBUZZ-REPORT-RECORD.

           APPEND-MATCHING-LABEL.
           IF WS-LABEL-OVERRIDDEN = 'N'
               PERFORM TEST-RULE-MATCH
               IF WS-RULE-MATCHED = 'Y'
                   IF WS-RULE-ACTION(WS-RULE-IDX) = "O"
                       MOVE WS-RULE-LABEL(WS-RULE-IDX) TO WS-NUM-LABEL
                       MOVE 'Y' TO WS-LABEL-OVERRIDDEN
                   ELSE
                       MOVE WS-NUM-LABEL TO WS-NUM-LABEL-PREV
                       STRING WS-NUM-LABEL-PREV DELIMITED BY SPACE
                           WS-RULE-LABEL(WS-RULE-IDX) DELIMITED BY SPACE
                           INTO WS-NUM-LABEL
                       END-STRING
                   END-IF
               END-IF
           END-IF.

           TEST-RULE-MATCH.
           MOVE 'N' TO WS-RULE-MATCHED.
           EVALUATE WS-RULE-TYPE(WS-RULE-IDX)
               WHEN "C"
                   MOVE WS-TEST-NUM TO WS-TEST-NUM-TEXT
                   MOVE 0 TO WS-DIGIT-TALLY
                   INSPECT WS-TEST-NUM-TEXT TALLYING WS-DIGIT-TALLY
                       FOR ALL WS-RULE-DIGIT(WS-RULE-IDX)
                   IF WS-DIGIT-TALLY > 0
                       MOVE 'Y' TO WS-RULE-MATCHED
                   END-IF
               WHEN "R"
                   IF WS-TEST-NUM >= WS-RULE-RANGE-LOW(WS-RULE-IDX)
                       AND WS-TEST-NUM
                           <= WS-RULE-RANGE-HIGH(WS-RULE-IDX)
                       MOVE 'Y' TO WS-RULE-MATCHED
                   END-IF
               WHEN OTHER
                   IF FUNCTION MOD(WS-TEST-NUM,
                      WS-RULE-DIVISOR(WS-RULE-IDX)) = 0
                       MOVE 'Y' TO WS-RULE-MATCHED
                   END-IF
           END-EVALUATE.
